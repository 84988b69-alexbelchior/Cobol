      ******************************************************************
      * Author:  ALEXANDRE BELCHIOR MEDEIROS
      * Date:    15/10/2026
      * Purpose: RELATORIO MENSAL DE SEGREGACAO DE FUNCOES - CRUZA A
      *          MATRIZ PERMISSA COM AS REGRAS DE CONFLITO (SODREGRA,
      *          PARES DE FUNCOES INCOMPATIVEIS COM NIVEL DE RISCO) E
      *          LISTA CADA USUARIO ATIVO DE USUARIOS QUE DETEM OS
      *          DOIS LADOS DE UM PAR. A DETENCAO SEGUE A MESMA REGRA
      *          DO PERMCHK (REGISTRO DO USUARIO, DEPOIS O GRUPO
      *          NIVEL-NN, E SEM REGISTRO O PADRAO - NIVEL 01 PODE),
      *          COM A ORIGEM DE CADA LADO IMPRESSA. PARA CADA FUNCAO
      *          MOSTRA SE O USUARIO DE FATO A USOU NO MES (EVENTO
      *          USADO EM PERMLOG.TXT); CONFLITO COM AS DUAS FUNCOES
      *          USADAS E DESTACADO. O MES VEM DO SYSIN (ANO E MES;
      *          ZEROS = MES ANTERIOR). RODA NA CADEIA MENSAL.
      ******************************************************************
      * Modification History:
      * 15/10/2026 ABM  Programa original.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SODREL.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT USUARIOS ASSIGN TO 'USUARIOS'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS USU-ID
               FILE STATUS IS WRK-FS-USUARIO.
           SELECT PERMISSOES ASSIGN TO 'PERMISSA'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PFN-CHAVE
               FILE STATUS IS WRK-FS-PERM.
           SELECT REGRAS-SOD ASSIGN TO 'SODREGRA'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS SOD-CHAVE
               FILE STATUS IS WRK-FS-SOD.
           SELECT PERM-LOG ASSIGN TO 'PERMLOG.TXT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-LOG.
           SELECT REL-SOD ASSIGN TO 'SODREL.TXT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-REL.
       DATA DIVISION.
       FILE SECTION.
       FD  USUARIOS
           LABEL RECORD IS STANDARD.
           COPY USUAREG.
       FD  PERMISSOES
           LABEL RECORD IS STANDARD.
           COPY PFNREG.
       FD  REGRAS-SOD
           LABEL RECORD IS STANDARD.
           COPY SODREG.
       FD  PERM-LOG
           LABEL RECORD IS STANDARD.
           COPY PLGREG.
       FD  REL-SOD
           LABEL RECORD IS STANDARD.
       01 REL-LINHA                 PIC X(132).
       WORKING-STORAGE SECTION.
       77 WRK-FS-USUARIO   PIC X(02) VALUE '00'.
       77 WRK-FS-PERM      PIC X(02) VALUE '00'.
       77 WRK-FS-SOD       PIC X(02) VALUE '00'.
       77 WRK-FS-LOG       PIC X(02) VALUE '00'.
       77 WRK-FS-REL       PIC X(02) VALUE '00'.
       77 WRK-EOF-USUARIO  PIC X(01) VALUE 'N'.
           88 FIM-USUARIOS VALUE 'S'.
       77 WRK-EOF-SOD      PIC X(01) VALUE 'N'.
           88 FIM-REGRAS-SOD VALUE 'S'.
       77 WRK-EOF-LOG      PIC X(01) VALUE 'N'.
           88 FIM-LOG      VALUE 'S'.
       77 WRK-SUB          PIC 9(04) VALUE ZEROS.
       77 WRK-SUB-USO      PIC 9(04) VALUE ZEROS.
       77 WRK-QTD-REGRAS   PIC 9(04) VALUE ZEROS.
       77 WRK-QTD-USOS     PIC 9(04) VALUE ZEROS.
       77 WRK-QTD-REGRAS-FORA PIC 9(04) VALUE ZEROS.
       77 WRK-QTD-USOS-FORA PIC 9(06) VALUE ZEROS.
       77 WRK-QTD-LOG-LIDOS PIC 9(08) VALUE ZEROS.
       77 WRK-QTD-USUARIOS PIC 9(06) VALUE ZEROS.
       77 WRK-QTD-USU-CONFLITO PIC 9(06) VALUE ZEROS.
       77 WRK-QTD-CONFLITOS PIC 9(06) VALUE ZEROS.
       77 WRK-QTD-EXERCIDOS PIC 9(06) VALUE ZEROS.
       77 WRK-QTD-ALTO     PIC 9(06) VALUE ZEROS.
       77 WRK-QTD-MEDIO    PIC 9(06) VALUE ZEROS.
       77 WRK-QTD-BAIXO    PIC 9(06) VALUE ZEROS.
       77 WRK-CONFLITOS-USU PIC 9(04) VALUE ZEROS.
       77 WRK-FUNCAO       PIC X(08) VALUE SPACES.
       77 WRK-SUJEITO-NIVEL PIC X(20) VALUE SPACES.
       77 WRK-DETEM        PIC X(01) VALUE 'N'.
           88 DETEM-FUNCAO VALUE 'S'.
       77 WRK-DECIDIDO     PIC X(01) VALUE 'N'.
           88 JA-DECIDIDO  VALUE 'S'.
       77 WRK-ORIGEM       PIC X(01) VALUE SPACE.
       77 WRK-USOU         PIC X(01) VALUE 'N'.
           88 USOU-FUNCAO  VALUE 'S'.
       77 WRK-ORIGEM-A     PIC X(01) VALUE SPACE.
       77 WRK-USOU-A       PIC X(01) VALUE 'N'.
       77 WRK-ORIGEM-B     PIC X(01) VALUE SPACE.
       77 WRK-USOU-B       PIC X(01) VALUE 'N'.
       77 WRK-MARCA        PIC X(09) VALUE SPACES.
       01 WRK-MES-PEDIDO.
           05 WRK-PED-ANO      PIC 9(04) VALUE ZEROS.
           05 WRK-PED-MES      PIC 9(02) VALUE ZEROS.
       01 WRK-DATA-HOJE-GRP.
           05 WRK-DATA-HOJE    PIC 9(08) VALUE ZEROS.
           05 WRK-DATA-HOJE-ED REDEFINES WRK-DATA-HOJE.
               10 WRK-HOJE-ANO  PIC 9(04).
               10 WRK-HOJE-MES  PIC 9(02).
               10 WRK-HOJE-DIA  PIC 9(02).
       01 WRK-DATA-AUX-GRP.
           05 WRK-DATA-AUX     PIC 9(08) VALUE ZEROS.
           05 WRK-DATA-AUX-ED REDEFINES WRK-DATA-AUX.
               10 WRK-AUX-ANO   PIC 9(04).
               10 WRK-AUX-MES   PIC 9(02).
               10 WRK-AUX-DIA   PIC 9(02).
      *----------------------------------------------------------------
      * REGRAS DE CONFLITO CARREGADAS DE SODREGRA (POUCAS DEZENAS NA
      * PRATICA; O QUE PASSAR DO LIMITE E CONTADO E AVISADO).
      *----------------------------------------------------------------
       01 WRK-REGRAS-TABELA.
           05 WRK-REGRA OCCURS 200 TIMES.
               10 WRK-TRG-FUNCAO-A   PIC X(08).
               10 WRK-TRG-FUNCAO-B   PIC X(08).
               10 WRK-TRG-RISCO      PIC X(01).
               10 WRK-TRG-DESCRICAO  PIC X(40).
      *----------------------------------------------------------------
      * PARES USUARIO X FUNCAO COM EVENTO USADO NO MES, SEM REPETICAO.
      *----------------------------------------------------------------
       01 WRK-USOS-TABELA.
           05 WRK-USO OCCURS 3000 TIMES.
               10 WRK-TUS-USUARIO    PIC X(20).
               10 WRK-TUS-FUNCAO     PIC X(08).
       01 WRK-LINHA-DETALHE.
           05 WRK-DET-USUARIO      PIC X(20).
           05 FILLER               PIC X(01) VALUE SPACE.
           05 WRK-DET-NIVEL        PIC 9(02).
           05 FILLER               PIC X(02) VALUE SPACES.
           05 WRK-DET-FUNCAO-A     PIC X(08).
           05 FILLER               PIC X(01) VALUE SPACE.
           05 WRK-DET-ORIGEM-A     PIC X(01).
           05 FILLER               PIC X(01) VALUE SPACE.
           05 WRK-DET-USOU-A       PIC X(01).
           05 FILLER               PIC X(02) VALUE SPACES.
           05 WRK-DET-FUNCAO-B     PIC X(08).
           05 FILLER               PIC X(01) VALUE SPACE.
           05 WRK-DET-ORIGEM-B     PIC X(01).
           05 FILLER               PIC X(01) VALUE SPACE.
           05 WRK-DET-USOU-B       PIC X(01).
           05 FILLER               PIC X(02) VALUE SPACES.
           05 WRK-DET-RISCO        PIC X(01).
           05 FILLER               PIC X(02) VALUE SPACES.
           05 WRK-DET-MARCA        PIC X(09).
           05 FILLER               PIC X(01) VALUE SPACE.
           05 WRK-DET-DESCRICAO    PIC X(40).
           COPY REPORTHD.
           COPY JOBLREG.
       PROCEDURE DIVISION.
       0000-PRINCIPAL SECTION.
            PERFORM 1000-INICIAR.
            PERFORM 2000-CARREGAR-REGRAS.
            PERFORM 2500-CARREGAR-USOS.
            PERFORM 3000-VARRER-USUARIOS.
            PERFORM 9000-FINALIZAR.
            STOP RUN.

      *----------------------------------------------------------------
      * O MES DO RELATORIO VEM DO SYSIN (ANO E MES); ZEROS SIGNIFICA O
      * MES ANTERIOR AO DA EXECUCAO, O CASO NORMAL DA CADEIA MENSAL.
      *----------------------------------------------------------------
       1000-INICIAR.
            MOVE 'SODREL' TO JBL-PROGRAMA.
            MOVE 'I' TO JBL-EVENTO.
            CALL 'JOBLOG' USING JOBLOG-AREA.
            ACCEPT WRK-PED-ANO.
            ACCEPT WRK-PED-MES.
            ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD.
            IF WRK-PED-ANO = ZEROS OR WRK-PED-MES = ZEROS
                MOVE WRK-HOJE-ANO TO WRK-PED-ANO
                MOVE WRK-HOJE-MES TO WRK-PED-MES
                IF WRK-PED-MES = 01
                    MOVE 12 TO WRK-PED-MES
                    SUBTRACT 1 FROM WRK-PED-ANO
                ELSE
                    SUBTRACT 1 FROM WRK-PED-MES
                END-IF
            END-IF.
            INITIALIZE WRK-REGRAS-TABELA.
            INITIALIZE WRK-USOS-TABELA.
            OPEN INPUT USUARIOS.
            IF WRK-FS-USUARIO = '35'
                CLOSE USUARIOS
                OPEN OUTPUT USUARIOS
                CLOSE USUARIOS
                OPEN INPUT USUARIOS
            END-IF.
            OPEN INPUT PERMISSOES.
            IF WRK-FS-PERM = '35'
                CLOSE PERMISSOES
                OPEN OUTPUT PERMISSOES
                CLOSE PERMISSOES
                OPEN INPUT PERMISSOES
            END-IF.
            OPEN OUTPUT REL-SOD.
            MOVE 1 TO RPT-PAGINA.
            MOVE RPT-PAGINA TO RPT-PAGINA-ED.
            ACCEPT RPT-DATA-EMISSAO FROM DATE YYYYMMDD.
            MOVE SPACES TO REL-LINHA.
            STRING 'SEGREGACAO DE FUNCOES - CONFLITOS - MES '
                DELIMITED SIZE
                WRK-PED-MES DELIMITED SIZE
                '/' DELIMITED SIZE
                WRK-PED-ANO DELIMITED SIZE
                '   DATA: ' DELIMITED SIZE
                RPT-DIA DELIMITED SIZE
                '/' DELIMITED SIZE
                RPT-MES DELIMITED SIZE
                '/' DELIMITED SIZE
                RPT-ANO DELIMITED SIZE
                '  PAGINA: ' DELIMITED SIZE
                RPT-PAGINA-ED DELIMITED SIZE
                INTO REL-LINHA
            END-STRING.
            WRITE REL-LINHA.
            MOVE SPACES TO REL-LINHA.
            STRING 'ORIGEM: U=USUARIO G=GRUPO NIVEL-NN ' DELIMITED SIZE
                'P=PADRAO NIVEL 01' DELIMITED SIZE
                '   USO NO MES: S/N (PERMLOG)' DELIMITED SIZE
                INTO REL-LINHA
            END-STRING.
            WRITE REL-LINHA.
            MOVE SPACES TO REL-LINHA.
            WRITE REL-LINHA.
            MOVE SPACES TO REL-LINHA.
            STRING 'USUARIO              NV  FUNCAO1  O U  '
                DELIMITED SIZE
                'FUNCAO2  O U  R  USO       DESCRICAO DA REGRA'
                DELIMITED SIZE
                INTO REL-LINHA
            END-STRING.
            WRITE REL-LINHA.

      *----------------------------------------------------------------
      * REGRAS DE CONFLITO - SEM O ARQUIVO OU SEM REGRAS O RELATORIO
      * SAI SO COM O AVISO (NAO E ERRO DA CADEIA).
      *----------------------------------------------------------------
       2000-CARREGAR-REGRAS.
            OPEN INPUT REGRAS-SOD.
            IF WRK-FS-SOD = '00'
                PERFORM 2010-LER-REGRA
                PERFORM 2020-GUARDAR-REGRA UNTIL FIM-REGRAS-SOD
                CLOSE REGRAS-SOD
            END-IF.
            IF WRK-QTD-REGRAS = ZEROS
                MOVE SPACES TO REL-LINHA
                STRING 'NENHUMA REGRA DE CONFLITO CADASTRADA EM '
                    DELIMITED SIZE
                    'SODREGRA (USUMANU, OPCAO 6, R)' DELIMITED SIZE
                    INTO REL-LINHA
                END-STRING
                WRITE REL-LINHA
            END-IF.

       2010-LER-REGRA.
            READ REGRAS-SOD NEXT RECORD
                AT END
                    MOVE 'S' TO WRK-EOF-SOD
            END-READ.

       2020-GUARDAR-REGRA.
            IF WRK-QTD-REGRAS < 200
                ADD 1 TO WRK-QTD-REGRAS
                MOVE SOD-FUNCAO-A TO WRK-TRG-FUNCAO-A (WRK-QTD-REGRAS)
                MOVE SOD-FUNCAO-B TO WRK-TRG-FUNCAO-B (WRK-QTD-REGRAS)
                MOVE SOD-RISCO TO WRK-TRG-RISCO (WRK-QTD-REGRAS)
                MOVE SOD-DESCRICAO
                    TO WRK-TRG-DESCRICAO (WRK-QTD-REGRAS)
            ELSE
                ADD 1 TO WRK-QTD-REGRAS-FORA
            END-IF.
            PERFORM 2010-LER-REGRA.

      *----------------------------------------------------------------
      * USO NO MES - EVENTOS USADO DE PERMLOG.TXT DENTRO DO MES, UM
      * PAR USUARIO X FUNCAO POR ENTRADA. A ULTIMA POSICAO FICA LIVRE
      * PARA A PROCURA PARAR NELA QUANDO A TABELA ENCHE.
      *----------------------------------------------------------------
       2500-CARREGAR-USOS.
            OPEN INPUT PERM-LOG.
            IF WRK-FS-LOG = '00'
                PERFORM 2510-LER-LOG
                PERFORM 2520-TRATAR-LOG UNTIL FIM-LOG
                CLOSE PERM-LOG
            END-IF.

       2510-LER-LOG.
            READ PERM-LOG
                AT END
                    MOVE 'S' TO WRK-EOF-LOG
            END-READ.
            IF NOT FIM-LOG
                ADD 1 TO WRK-QTD-LOG-LIDOS
            END-IF.

       2520-TRATAR-LOG.
            MOVE PLG-DATA TO WRK-DATA-AUX.
            IF PLG-USADO
                AND WRK-AUX-ANO = WRK-PED-ANO
                AND WRK-AUX-MES = WRK-PED-MES
                MOVE 1 TO WRK-SUB-USO
                PERFORM 2530-PROCURAR-USO
                    UNTIL WRK-SUB-USO > WRK-QTD-USOS
                    OR (WRK-TUS-USUARIO (WRK-SUB-USO) = PLG-USUARIO
                    AND WRK-TUS-FUNCAO (WRK-SUB-USO) = PLG-FUNCAO)
                IF WRK-SUB-USO > WRK-QTD-USOS
                    IF WRK-QTD-USOS < 2999
                        ADD 1 TO WRK-QTD-USOS
                        MOVE PLG-USUARIO
                            TO WRK-TUS-USUARIO (WRK-SUB-USO)
                        MOVE PLG-FUNCAO
                            TO WRK-TUS-FUNCAO (WRK-SUB-USO)
                    ELSE
                        ADD 1 TO WRK-QTD-USOS-FORA
                    END-IF
                END-IF
            END-IF.
            PERFORM 2510-LER-LOG.

       2530-PROCURAR-USO.
            ADD 1 TO WRK-SUB-USO.

      *----------------------------------------------------------------
      * VARREDURA DOS USUARIOS ATIVOS - CADA REGRA E CONFERIDA PARA O
      * USUARIO; SO ENTRA NO RELATORIO QUEM DETEM OS DOIS LADOS.
      *----------------------------------------------------------------
       3000-VARRER-USUARIOS.
            IF WRK-QTD-REGRAS > ZEROS
                MOVE SPACES TO USU-ID
                START USUARIOS KEY IS NOT LESS THAN USU-ID
                    INVALID KEY
                        MOVE 'S' TO WRK-EOF-USUARIO
                END-START
                IF NOT FIM-USUARIOS
                    PERFORM 3010-LER-USUARIO
                    PERFORM 3020-TRATAR-USUARIO UNTIL FIM-USUARIOS
                END-IF
            END-IF.

       3010-LER-USUARIO.
            READ USUARIOS NEXT RECORD
                AT END
                    MOVE 'S' TO WRK-EOF-USUARIO
            END-READ.

       3020-TRATAR-USUARIO.
            IF USUARIO-ATIVO
                ADD 1 TO WRK-QTD-USUARIOS
                MOVE ZEROS TO WRK-CONFLITOS-USU
                PERFORM 3100-CONFERIR-REGRA
                    VARYING WRK-SUB FROM 1 BY 1
                    UNTIL WRK-SUB > WRK-QTD-REGRAS
                IF WRK-CONFLITOS-USU > ZEROS
                    ADD 1 TO WRK-QTD-USU-CONFLITO
                END-IF
            END-IF.
            PERFORM 3010-LER-USUARIO.

       3100-CONFERIR-REGRA.
            MOVE WRK-TRG-FUNCAO-A (WRK-SUB) TO WRK-FUNCAO.
            PERFORM 3200-CONFERIR-DETENCAO.
            IF DETEM-FUNCAO
                MOVE WRK-ORIGEM TO WRK-ORIGEM-A
                MOVE WRK-USOU TO WRK-USOU-A
                MOVE WRK-TRG-FUNCAO-B (WRK-SUB) TO WRK-FUNCAO
                PERFORM 3200-CONFERIR-DETENCAO
                IF DETEM-FUNCAO
                    MOVE WRK-ORIGEM TO WRK-ORIGEM-B
                    MOVE WRK-USOU TO WRK-USOU-B
                    PERFORM 3300-IMPRIMIR-CONFLITO
                END-IF
            END-IF.

      *----------------------------------------------------------------
      * DETENCAO DA FUNCAO PELA MESMA REGRA DO PERMCHK: REGISTRO DO
      * PROPRIO USUARIO, DEPOIS O DO GRUPO NIVEL-NN, E SEM REGISTRO O
      * PADRAO (NIVEL 01 PODE, O RESTO NAO). JUNTO, O USO NO MES.
      *----------------------------------------------------------------
       3200-CONFERIR-DETENCAO.
            MOVE 'N' TO WRK-DETEM.
            MOVE 'N' TO WRK-DECIDIDO.
            MOVE SPACE TO WRK-ORIGEM.
            MOVE USU-ID TO PFN-SUJEITO.
            MOVE 'U' TO WRK-ORIGEM.
            PERFORM 3210-LER-MATRIZ.
            IF NOT JA-DECIDIDO
                MOVE SPACES TO WRK-SUJEITO-NIVEL
                STRING 'NIVEL-' DELIMITED SIZE
                    USU-NIVEL DELIMITED SIZE
                    INTO WRK-SUJEITO-NIVEL
                END-STRING
                MOVE WRK-SUJEITO-NIVEL TO PFN-SUJEITO
                MOVE 'G' TO WRK-ORIGEM
                PERFORM 3210-LER-MATRIZ
            END-IF.
            IF NOT JA-DECIDIDO
                MOVE 'P' TO WRK-ORIGEM
                IF USU-NIVEL = 01
                    MOVE 'S' TO WRK-DETEM
                END-IF
            END-IF.
            MOVE 'N' TO WRK-USOU.
            IF DETEM-FUNCAO
                MOVE 1 TO WRK-SUB-USO
                PERFORM 2530-PROCURAR-USO
                    UNTIL WRK-SUB-USO > WRK-QTD-USOS
                    OR (WRK-TUS-USUARIO (WRK-SUB-USO) = USU-ID
                    AND WRK-TUS-FUNCAO (WRK-SUB-USO) = WRK-FUNCAO)
                IF WRK-SUB-USO NOT > WRK-QTD-USOS
                    MOVE 'S' TO WRK-USOU
                END-IF
            END-IF.

       3210-LER-MATRIZ.
            MOVE WRK-FUNCAO TO PFN-FUNCAO.
            READ PERMISSOES
                INVALID KEY
                    CONTINUE
                NOT INVALID KEY
                    MOVE 'S' TO WRK-DECIDIDO
                    IF FUNCAO-PERMITIDA
                        MOVE 'S' TO WRK-DETEM
                    END-IF
            END-READ.

       3300-IMPRIMIR-CONFLITO.
            ADD 1 TO WRK-CONFLITOS-USU.
            ADD 1 TO WRK-QTD-CONFLITOS.
            EVALUATE WRK-TRG-RISCO (WRK-SUB)
                WHEN 'A'
                    ADD 1 TO WRK-QTD-ALTO
                WHEN 'M'
                    ADD 1 TO WRK-QTD-MEDIO
                WHEN OTHER
                    ADD 1 TO WRK-QTD-BAIXO
            END-EVALUATE.
            MOVE SPACES TO WRK-MARCA.
            IF WRK-USOU-A = 'S' AND WRK-USOU-B = 'S'
                MOVE 'EXERCIDO' TO WRK-MARCA
                ADD 1 TO WRK-QTD-EXERCIDOS
            END-IF.
            MOVE USU-ID TO WRK-DET-USUARIO.
            MOVE USU-NIVEL TO WRK-DET-NIVEL.
            MOVE WRK-TRG-FUNCAO-A (WRK-SUB) TO WRK-DET-FUNCAO-A.
            MOVE WRK-ORIGEM-A TO WRK-DET-ORIGEM-A.
            MOVE WRK-USOU-A TO WRK-DET-USOU-A.
            MOVE WRK-TRG-FUNCAO-B (WRK-SUB) TO WRK-DET-FUNCAO-B.
            MOVE WRK-ORIGEM-B TO WRK-DET-ORIGEM-B.
            MOVE WRK-USOU-B TO WRK-DET-USOU-B.
            MOVE WRK-TRG-RISCO (WRK-SUB) TO WRK-DET-RISCO.
            MOVE WRK-MARCA TO WRK-DET-MARCA.
            MOVE WRK-TRG-DESCRICAO (WRK-SUB) TO WRK-DET-DESCRICAO.
            MOVE WRK-LINHA-DETALHE TO REL-LINHA.
            WRITE REL-LINHA.

       9000-FINALIZAR.
            MOVE SPACES TO REL-LINHA.
            WRITE REL-LINHA.
            MOVE SPACES TO REL-LINHA.
            STRING 'USUARIOS ATIVOS: ' DELIMITED SIZE
                WRK-QTD-USUARIOS DELIMITED SIZE
                '  COM CONFLITO: ' DELIMITED SIZE
                WRK-QTD-USU-CONFLITO DELIMITED SIZE
                '  CONFLITOS: ' DELIMITED SIZE
                WRK-QTD-CONFLITOS DELIMITED SIZE
                '  EXERCIDOS NO MES: ' DELIMITED SIZE
                WRK-QTD-EXERCIDOS DELIMITED SIZE
                INTO REL-LINHA
            END-STRING.
            WRITE REL-LINHA.
            MOVE SPACES TO REL-LINHA.
            STRING 'RISCO ALTO: ' DELIMITED SIZE
                WRK-QTD-ALTO DELIMITED SIZE
                '  MEDIO: ' DELIMITED SIZE
                WRK-QTD-MEDIO DELIMITED SIZE
                '  BAIXO: ' DELIMITED SIZE
                WRK-QTD-BAIXO DELIMITED SIZE
                '  REGRAS: ' DELIMITED SIZE
                WRK-QTD-REGRAS DELIMITED SIZE
                INTO REL-LINHA
            END-STRING.
            WRITE REL-LINHA.
            IF WRK-QTD-REGRAS-FORA > ZEROS
                OR WRK-QTD-USOS-FORA > ZEROS
                MOVE SPACES TO REL-LINHA
                STRING 'ATENCAO - TABELAS CHEIAS: REGRAS IGNORADAS '
                    DELIMITED SIZE
                    WRK-QTD-REGRAS-FORA DELIMITED SIZE
                    '  USOS NAO GUARDADOS ' DELIMITED SIZE
                    WRK-QTD-USOS-FORA DELIMITED SIZE
                    INTO REL-LINHA
                END-STRING
                WRITE REL-LINHA
            END-IF.
            CLOSE USUARIOS.
            CLOSE PERMISSOES.
            CLOSE REL-SOD.
            DISPLAY 'CONFLITOS DE FUNCOES GRAVADOS EM SODREL.TXT'.
            MOVE 'F' TO JBL-EVENTO.
            MOVE ZEROS TO JBL-RETORNO.
            MOVE WRK-QTD-USUARIOS TO JBL-LIDOS.
            MOVE WRK-QTD-CONFLITOS TO JBL-GRAVADOS.
            CALL 'JOBLOG' USING JOBLOG-AREA.
       END PROGRAM SODREL.
