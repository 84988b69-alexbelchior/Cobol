      ******************************************************************
      * Author:  ALEXANDRE BELCHIOR MEDEIROS
      * Date:    15/10/2026
      * Purpose: RESUMO DIARIO DE ALERTAS POR USUARIO E ESCALACAO -
      *          MODO E (SYSIN): SO A ESCALACAO, PARA RODAR DE HORA EM
      *          HORA (JOB CLALERTA): ALERTA CRITICO ABERTO HA MAIS DE
      *          HORAESCA HORAS (PARAMS/PARMEFET, PADRAO 4) SEM
      *          RECONHECIMENTO E MARCADO COMO ESCALADO E PASSA A
      *          APARECER TAMBEM PARA QUEM ASSINA O TIPO ESCALADO.
      *          MODO D: A ESCALACAO E, EM SEGUIDA, O RESUMO DO DIA -
      *          UMA PAGINA POR USUARIO ATIVO COM ASSINATURA (ALRASSIN)
      *          LISTANDO OS ALERTAS ABERTOS DOS TIPOS/PAPEIS
      *          ASSINADOS, CRITICOS PRIMEIRO. RODA NO FIM DA CADEIA
      *          NOTURNA, PARA O RESUMO ESTAR PRONTO DE MANHA.
      ******************************************************************
      * Modification History:
      * 15/10/2026 ABM  Programa original.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ALRDIGES.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ALERTAS ASSIGN TO 'ALERTAS'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ALR-CHAVE
               ALTERNATE RECORD KEY IS ALR-REFERENCIA WITH DUPLICATES
               FILE STATUS IS WRK-FS-ALERTA.
           SELECT ASSINATURAS ASSIGN TO 'ALRASSIN'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ASN-CHAVE
               FILE STATUS IS WRK-FS-ASSIN.
           SELECT USUARIOS ASSIGN TO 'USUARIOS'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS USU-ID
               FILE STATUS IS WRK-FS-USUARIO.
           SELECT REL-ALERTAS ASSIGN TO 'ALRDIGES.TXT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-REL.
       DATA DIVISION.
       FILE SECTION.
       FD  ALERTAS
           LABEL RECORD IS STANDARD.
           COPY ALRREG.
       FD  ASSINATURAS
           LABEL RECORD IS STANDARD.
           COPY ASNREG.
       FD  USUARIOS
           LABEL RECORD IS STANDARD.
           COPY USUAREG.
       FD  REL-ALERTAS
           LABEL RECORD IS STANDARD.
       01 REL-LINHA                 PIC X(132).
       WORKING-STORAGE SECTION.
       77 WRK-FS-ALERTA    PIC X(02) VALUE '00'.
       77 WRK-FS-ASSIN     PIC X(02) VALUE '00'.
       77 WRK-FS-USUARIO   PIC X(02) VALUE '00'.
       77 WRK-FS-REL       PIC X(02) VALUE '00'.
       77 WRK-EOF-ALERTA   PIC X(01) VALUE 'N'.
           88 FIM-ALERTAS  VALUE 'S'.
       77 WRK-EOF-ASSIN    PIC X(01) VALUE 'N'.
           88 FIM-ASSINATURAS VALUE 'S'.
       77 WRK-EOF-USUARIO  PIC X(01) VALUE 'N'.
           88 FIM-USUARIOS VALUE 'S'.
       77 WRK-MODO         PIC X(01) VALUE SPACE.
           88 MODO-RESUMO  VALUE 'D'.
           88 MODO-ESCALAR VALUE 'E'.
       77 WRK-HORAS-ESCALA PIC 9(04) VALUE 4.
       77 WRK-DIAS-HOJE    PIC 9(07) VALUE ZEROS.
       77 WRK-DIAS-ALERTA  PIC 9(07) VALUE ZEROS.
       77 WRK-IDADE-HORAS  PIC S9(07) VALUE ZEROS.
       77 WRK-SUB          PIC 9(03) VALUE ZEROS.
       77 WRK-QTD-ASSIN    PIC 9(03) VALUE ZEROS.
       77 WRK-PASSADA      PIC X(01) VALUE SPACE.
       77 WRK-INTERESSA    PIC X(01) VALUE 'N'.
           88 ALERTA-INTERESSA VALUE 'S'.
       77 WRK-QTD-LIDOS    PIC 9(06) VALUE ZEROS.
       77 WRK-QTD-ABERTOS  PIC 9(06) VALUE ZEROS.
       77 WRK-QTD-ESCALADOS PIC 9(06) VALUE ZEROS.
       77 WRK-QTD-USUARIOS PIC 9(06) VALUE ZEROS.
       77 WRK-QTD-LINHAS   PIC 9(06) VALUE ZEROS.
       77 WRK-QTD-DO-USUARIO PIC 9(05) VALUE ZEROS.
       77 WRK-MARCA        PIC X(04) VALUE SPACES.
       01 WRK-DATA-HOJE-GRP.
           05 WRK-DATA-HOJE    PIC 9(08) VALUE ZEROS.
           05 WRK-DATA-HOJE-ED REDEFINES WRK-DATA-HOJE.
               10 WRK-HOJE-ANO  PIC 9(04).
               10 WRK-HOJE-MES  PIC 9(02).
               10 WRK-HOJE-DIA  PIC 9(02).
       01 WRK-HORA-AGORA-GRP.
           05 WRK-HORA-AGORA   PIC 9(06) VALUE ZEROS.
           05 WRK-HORA-AGORA-ED REDEFINES WRK-HORA-AGORA.
               10 WRK-AGORA-HH  PIC 9(02).
               10 WRK-AGORA-MMSS PIC 9(04).
       01 WRK-DATA-AUX-GRP.
           05 WRK-DATA-AUX     PIC 9(08) VALUE ZEROS.
           05 WRK-DATA-AUX-ED REDEFINES WRK-DATA-AUX.
               10 WRK-AUX-ANO   PIC 9(04).
               10 WRK-AUX-MES   PIC 9(02).
               10 WRK-AUX-DIA   PIC 9(02).
       01 WRK-HORA-AUX-GRP.
           05 WRK-HORA-AUX     PIC 9(06) VALUE ZEROS.
           05 WRK-HORA-AUX-ED REDEFINES WRK-HORA-AUX.
               10 WRK-AUX-HH    PIC 9(02).
               10 WRK-AUX-MMSS  PIC 9(04).
      *----------------------------------------------------------------
      * ASSINATURAS DO USUARIO DA VEZ (TIPO E PAPEL).
      *----------------------------------------------------------------
       01 WRK-ASSIN-TABELA.
           05 WRK-ASSIN OCCURS 50 TIMES.
               10 WRK-TAS-TIPO       PIC X(08).
               10 WRK-TAS-PAPEL      PIC X(08).
       01 WRK-LINHA-DETALHE.
           05 WRK-DET-SEVERIDADE   PIC X(01).
           05 FILLER               PIC X(01) VALUE SPACE.
           05 WRK-DET-MARCA        PIC X(04).
           05 FILLER               PIC X(01) VALUE SPACE.
           05 WRK-DET-DATA         PIC 9(08).
           05 FILLER               PIC X(01) VALUE SPACE.
           05 WRK-DET-HORA         PIC 9(06).
           05 FILLER               PIC X(01) VALUE SPACE.
           05 WRK-DET-TIPO         PIC X(08).
           05 FILLER               PIC X(01) VALUE SPACE.
           05 WRK-DET-PAPEL        PIC X(08).
           05 FILLER               PIC X(01) VALUE SPACE.
           05 WRK-DET-CLIENTE      PIC 9(06).
           05 FILLER               PIC X(01) VALUE SPACE.
           05 WRK-DET-PRODUTO      PIC 9(06).
           05 FILLER               PIC X(01) VALUE SPACE.
           05 WRK-DET-DOCUMENTO    PIC X(12).
           05 FILLER               PIC X(01) VALUE SPACE.
           05 WRK-DET-TEXTO        PIC X(60).
           COPY REPORTHD.
           COPY JOBLREG.
           COPY PLRREG.
       PROCEDURE DIVISION.
       0000-PRINCIPAL SECTION.
            PERFORM 1000-INICIAR.
            PERFORM 2000-ESCALAR.
            IF MODO-RESUMO
                PERFORM 3000-RESUMO
            END-IF.
            PERFORM 9000-FINALIZAR.
            STOP RUN.

       1000-INICIAR.
            MOVE 'ALRDIGES' TO JBL-PROGRAMA.
            MOVE 'I' TO JBL-EVENTO.
            CALL 'JOBLOG' USING JOBLOG-AREA.
            ACCEPT WRK-MODO.
            IF WRK-MODO = 'e'
                MOVE 'E' TO WRK-MODO
            END-IF.
            IF NOT MODO-ESCALAR
                MOVE 'D' TO WRK-MODO
            END-IF.
            ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD.
            ACCEPT WRK-HORA-AGORA FROM TIME.
            COMPUTE WRK-DIAS-HOJE = (WRK-HOJE-ANO * 360)
                + (WRK-HOJE-MES * 30) + WRK-HOJE-DIA.
            MOVE 'HORAESCA' TO PLR-CHAVE.
            MOVE WRK-DATA-HOJE TO PLR-DATA.
            CALL 'PARMLER' USING PARMLER-AREA.
            IF PARAM-ACHADO AND PLR-VALOR > ZEROS
                MOVE PLR-VALOR TO WRK-HORAS-ESCALA
            END-IF.
            OPEN I-O ALERTAS.
            IF WRK-FS-ALERTA = '35'
                CLOSE ALERTAS
                OPEN OUTPUT ALERTAS
                CLOSE ALERTAS
                OPEN I-O ALERTAS
            END-IF.

      *----------------------------------------------------------------
      * ESCALACAO - CRITICO ABERTO, AINDA NAO ESCALADO, COM IDADE EM
      * HORAS (DIAS NO CALENDARIO COMERCIAL 360/30 VEZES 24 MAIS A
      * DIFERENCA DAS HORAS CHEIAS) IGUAL OU ACIMA DE HORAESCA.
      *----------------------------------------------------------------
       2000-ESCALAR.
            PERFORM 2900-POSICIONAR-ALERTAS.
            IF NOT FIM-ALERTAS
                PERFORM 2910-LER-ALERTA
                PERFORM 2010-CONFERIR-ESCALACAO UNTIL FIM-ALERTAS
            END-IF.

       2010-CONFERIR-ESCALACAO.
            ADD 1 TO WRK-QTD-LIDOS.
            IF ALR-ABERTO
                ADD 1 TO WRK-QTD-ABERTOS
                IF ALR-CRITICO AND NOT ALR-FOI-ESCALADO
                    MOVE ALR-DATA TO WRK-DATA-AUX
                    MOVE ALR-HORA TO WRK-HORA-AUX
                    COMPUTE WRK-DIAS-ALERTA = (WRK-AUX-ANO * 360)
                        + (WRK-AUX-MES * 30) + WRK-AUX-DIA
                    COMPUTE WRK-IDADE-HORAS =
                        (WRK-DIAS-HOJE - WRK-DIAS-ALERTA) * 24
                        + WRK-AGORA-HH - WRK-AUX-HH
                    IF WRK-IDADE-HORAS NOT < WRK-HORAS-ESCALA
                        MOVE 'S' TO ALR-ESCALADO
                        MOVE WRK-DATA-HOJE TO ALR-DATA-ESCAL
                        MOVE WRK-HORA-AGORA TO ALR-HORA-ESCAL
                        REWRITE ALERTA-REG
                            INVALID KEY
                                CONTINUE
                            NOT INVALID KEY
                                ADD 1 TO WRK-QTD-ESCALADOS
                        END-REWRITE
                    END-IF
                END-IF
            END-IF.
            PERFORM 2910-LER-ALERTA.

       2900-POSICIONAR-ALERTAS.
            MOVE 'N' TO WRK-EOF-ALERTA.
            MOVE ZEROS TO ALR-CHAVE.
            START ALERTAS KEY IS NOT LESS THAN ALR-CHAVE
                INVALID KEY
                    MOVE 'S' TO WRK-EOF-ALERTA
            END-START.

       2910-LER-ALERTA.
            READ ALERTAS NEXT RECORD
                AT END
                    MOVE 'S' TO WRK-EOF-ALERTA
            END-READ.

      *----------------------------------------------------------------
      * RESUMO DO DIA - UMA PAGINA POR USUARIO ATIVO COM ASSINATURA.
      *----------------------------------------------------------------
       3000-RESUMO.
            OPEN INPUT ASSINATURAS.
            IF WRK-FS-ASSIN = '35'
                CLOSE ASSINATURAS
                OPEN OUTPUT ASSINATURAS
                CLOSE ASSINATURAS
                OPEN INPUT ASSINATURAS
            END-IF.
            OPEN INPUT USUARIOS.
            IF WRK-FS-USUARIO = '35'
                CLOSE USUARIOS
                OPEN OUTPUT USUARIOS
                CLOSE USUARIOS
                OPEN INPUT USUARIOS
            END-IF.
            OPEN OUTPUT REL-ALERTAS.
            MOVE ZEROS TO RPT-PAGINA.
            ACCEPT RPT-DATA-EMISSAO FROM DATE YYYYMMDD.
            MOVE SPACES TO USU-ID.
            START USUARIOS KEY IS NOT LESS THAN USU-ID
                INVALID KEY
                    MOVE 'S' TO WRK-EOF-USUARIO
            END-START.
            IF NOT FIM-USUARIOS
                PERFORM 3010-LER-USUARIO
                PERFORM 3020-TRATAR-USUARIO UNTIL FIM-USUARIOS
            END-IF.
            IF WRK-QTD-USUARIOS = ZEROS
                MOVE SPACES TO REL-LINHA
                STRING 'NENHUM USUARIO ATIVO COM ASSINATURA DE '
                    DELIMITED SIZE
                    'ALERTAS (ALRASSIN)' DELIMITED SIZE
                    INTO REL-LINHA
                END-STRING
                WRITE REL-LINHA
            END-IF.
            CLOSE ASSINATURAS.
            CLOSE USUARIOS.
            CLOSE REL-ALERTAS.
            DISPLAY 'RESUMO DE ALERTAS GRAVADO EM ALRDIGES.TXT'.

       3010-LER-USUARIO.
            READ USUARIOS NEXT RECORD
                AT END
                    MOVE 'S' TO WRK-EOF-USUARIO
            END-READ.

       3020-TRATAR-USUARIO.
            IF USUARIO-ATIVO
                PERFORM 3100-CARREGAR-ASSINATURAS
                IF WRK-QTD-ASSIN > ZEROS
                    ADD 1 TO WRK-QTD-USUARIOS
                    PERFORM 3200-IMPRIMIR-USUARIO
                END-IF
            END-IF.
            PERFORM 3010-LER-USUARIO.

       3100-CARREGAR-ASSINATURAS.
            MOVE ZEROS TO WRK-QTD-ASSIN.
            MOVE 'N' TO WRK-EOF-ASSIN.
            MOVE USU-ID TO ASN-USUARIO.
            MOVE LOW-VALUES TO ASN-TIPO.
            START ASSINATURAS KEY IS NOT LESS THAN ASN-CHAVE
                INVALID KEY
                    MOVE 'S' TO WRK-EOF-ASSIN
            END-START.
            IF NOT FIM-ASSINATURAS
                PERFORM 3110-LER-ASSINATURA
                PERFORM 3120-GUARDAR-ASSINATURA
                    UNTIL FIM-ASSINATURAS
            END-IF.

       3110-LER-ASSINATURA.
            READ ASSINATURAS NEXT RECORD
                AT END
                    MOVE 'S' TO WRK-EOF-ASSIN
            END-READ.
            IF NOT FIM-ASSINATURAS
                IF ASN-USUARIO NOT = USU-ID
                    MOVE 'S' TO WRK-EOF-ASSIN
                END-IF
            END-IF.

       3120-GUARDAR-ASSINATURA.
            IF WRK-QTD-ASSIN < 50
                ADD 1 TO WRK-QTD-ASSIN
                MOVE ASN-TIPO TO WRK-TAS-TIPO (WRK-QTD-ASSIN)
                MOVE ASN-PAPEL TO WRK-TAS-PAPEL (WRK-QTD-ASSIN)
            END-IF.
            PERFORM 3110-LER-ASSINATURA.

      *----------------------------------------------------------------
      * PAGINA DO USUARIO - DUAS PASSADAS NOS ALERTAS ABERTOS: PRIMEIRO
      * OS CRITICOS, DEPOIS OS DEMAIS.
      *----------------------------------------------------------------
       3200-IMPRIMIR-USUARIO.
            ADD 1 TO RPT-PAGINA.
            MOVE RPT-PAGINA TO RPT-PAGINA-ED.
            MOVE ZEROS TO WRK-QTD-DO-USUARIO.
            MOVE SPACES TO REL-LINHA.
            IF RPT-PAGINA > 1
                WRITE REL-LINHA
            END-IF.
            STRING 'RESUMO DE ALERTAS - USUARIO ' DELIMITED SIZE
                USU-ID DELIMITED SPACE
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
            STRING 'S ESC  DATA     HORA   TIPO     PAPEL    CLIENT '
                DELIMITED SIZE
                'PRODUT DOCUMENTO    TEXTO' DELIMITED SIZE
                INTO REL-LINHA
            END-STRING.
            WRITE REL-LINHA.
            MOVE 'C' TO WRK-PASSADA.
            PERFORM 3210-PASSAR-ALERTAS.
            MOVE 'O' TO WRK-PASSADA.
            PERFORM 3210-PASSAR-ALERTAS.
            IF WRK-QTD-DO-USUARIO = ZEROS
                MOVE SPACES TO REL-LINHA
                STRING 'NENHUM ALERTA ABERTO NOS TIPOS ASSINADOS'
                    DELIMITED SIZE
                    INTO REL-LINHA
                END-STRING
                WRITE REL-LINHA
            END-IF.

       3210-PASSAR-ALERTAS.
            PERFORM 2900-POSICIONAR-ALERTAS.
            IF NOT FIM-ALERTAS
                PERFORM 2910-LER-ALERTA
                PERFORM 3220-CONFERIR-ALERTA UNTIL FIM-ALERTAS
            END-IF.

       3220-CONFERIR-ALERTA.
            IF ALR-ABERTO
                IF (WRK-PASSADA = 'C' AND ALR-CRITICO)
                    OR (WRK-PASSADA = 'O' AND NOT ALR-CRITICO)
                    PERFORM 3300-CONFERIR-INTERESSE
                    IF ALERTA-INTERESSA
                        PERFORM 3400-IMPRIMIR-ALERTA
                    END-IF
                END-IF
            END-IF.
            PERFORM 2910-LER-ALERTA.

      *----------------------------------------------------------------
      * O ALERTA INTERESSA QUANDO O USUARIO ASSINA O TIPO (COM O PAPEL
      * EM BRANCO OU IGUAL AO DESTINATARIO) OU, SE ESCALADO, QUANDO
      * ASSINA O TIPO ESCALADO.
      *----------------------------------------------------------------
       3300-CONFERIR-INTERESSE.
            MOVE 'N' TO WRK-INTERESSA.
            PERFORM 3310-CONFERIR-ASSINATURA
                VARYING WRK-SUB FROM 1 BY 1
                UNTIL WRK-SUB > WRK-QTD-ASSIN OR ALERTA-INTERESSA.

       3310-CONFERIR-ASSINATURA.
            IF WRK-TAS-TIPO (WRK-SUB) = ALR-TIPO
                AND (WRK-TAS-PAPEL (WRK-SUB) = SPACES
                OR WRK-TAS-PAPEL (WRK-SUB) = ALR-PAPEL)
                MOVE 'S' TO WRK-INTERESSA
            END-IF.
            IF WRK-TAS-TIPO (WRK-SUB) = 'ESCALADO'
                AND ALR-FOI-ESCALADO
                MOVE 'S' TO WRK-INTERESSA
            END-IF.

       3400-IMPRIMIR-ALERTA.
            ADD 1 TO WRK-QTD-DO-USUARIO.
            ADD 1 TO WRK-QTD-LINHAS.
            MOVE SPACES TO WRK-MARCA.
            IF ALR-FOI-ESCALADO
                MOVE 'ESC' TO WRK-MARCA
            END-IF.
            MOVE ALR-SEVERIDADE TO WRK-DET-SEVERIDADE.
            MOVE WRK-MARCA TO WRK-DET-MARCA.
            MOVE ALR-DATA TO WRK-DET-DATA.
            MOVE ALR-HORA TO WRK-DET-HORA.
            MOVE ALR-TIPO TO WRK-DET-TIPO.
            MOVE ALR-PAPEL TO WRK-DET-PAPEL.
            MOVE ALR-CLIENTE TO WRK-DET-CLIENTE.
            MOVE ALR-PRODUTO TO WRK-DET-PRODUTO.
            MOVE ALR-DOCUMENTO TO WRK-DET-DOCUMENTO.
            MOVE ALR-TEXTO TO WRK-DET-TEXTO.
            MOVE WRK-LINHA-DETALHE TO REL-LINHA.
            WRITE REL-LINHA.

       9000-FINALIZAR.
            CLOSE ALERTAS.
            DISPLAY 'ALERTAS LIDOS: ' WRK-QTD-LIDOS
                ' ABERTOS: ' WRK-QTD-ABERTOS
                ' ESCALADOS AGORA: ' WRK-QTD-ESCALADOS.
            MOVE 'F' TO JBL-EVENTO.
            MOVE ZEROS TO JBL-RETORNO.
            MOVE WRK-QTD-LIDOS TO JBL-LIDOS.
            IF MODO-RESUMO
                MOVE WRK-QTD-LINHAS TO JBL-GRAVADOS
            ELSE
                MOVE WRK-QTD-ESCALADOS TO JBL-GRAVADOS
            END-IF.
            CALL 'JOBLOG' USING JOBLOG-AREA.
       END PROGRAM ALRDIGES.
