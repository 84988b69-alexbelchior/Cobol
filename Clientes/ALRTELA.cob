      ******************************************************************
      * Author:  ALEXANDRE BELCHIOR MEDEIROS
      * Date:    15/10/2026
      * Purpose: TELA DE ALERTAS DO USUARIO - MOSTRA OS ALERTAS
      *          ABERTOS (ALERTAS) DOS TIPOS QUE O USUARIO ASSINA
      *          (ALRASSIN), CRITICOS E ESCALADOS PRIMEIRO, E PERMITE
      *          RECONHECER CADA UM (FICA GRAVADO QUEM RECONHECEU E
      *          QUANDO; RECONHECIDO SAI DA FILA DE TODOS E NAO
      *          ESCALA MAIS). O PROPRIO USUARIO MANTEM AS SUAS
      *          ASSINATURAS AQUI. CHAMADO PELA OPCAO A DO MENU DE
      *          CLIENTES COM O USUARIO DO LOGIN.
      ******************************************************************
      * Modification History:
      * 15/10/2026 ABM  Programa original.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ALRTELA.
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
       DATA DIVISION.
       FILE SECTION.
       FD  ALERTAS
           LABEL RECORD IS STANDARD.
           COPY ALRREG.
       FD  ASSINATURAS
           LABEL RECORD IS STANDARD.
           COPY ASNREG.
       WORKING-STORAGE SECTION.
       77 WRK-FS-ALERTA    PIC X(02) VALUE '00'.
       77 WRK-FS-ASSIN     PIC X(02) VALUE '00'.
       77 WRK-EOF-ALERTA   PIC X(01) VALUE 'N'.
           88 FIM-ALERTAS  VALUE 'S'.
       77 WRK-EOF-ASSIN    PIC X(01) VALUE 'N'.
           88 FIM-ASSINATURAS VALUE 'S'.
       77 WRK-OPCAO        PIC X(01) VALUE SPACE.
           88 OPCAO-SAIR   VALUE 'X' 'x'.
       77 WRK-SUB          PIC 9(03) VALUE ZEROS.
       77 WRK-QTD-ASSIN    PIC 9(03) VALUE ZEROS.
       77 WRK-QTD-LISTA    PIC 9(03) VALUE ZEROS.
       77 WRK-NUMERO       PIC 9(03) VALUE ZEROS.
       77 WRK-PASSADA      PIC X(01) VALUE SPACE.
       77 WRK-INTERESSA    PIC X(01) VALUE 'N'.
           88 ALERTA-INTERESSA VALUE 'S'.
       77 WRK-MARCA        PIC X(04) VALUE SPACES.
       77 WRK-TIPO         PIC X(08) VALUE SPACES.
       77 WRK-CONFIRMA     PIC X(01) VALUE 'N'.
      *----------------------------------------------------------------
      * ASSINATURAS DO USUARIO E CHAVES DOS ALERTAS DA ULTIMA LISTA
      * (O USUARIO RECONHECE PELO NUMERO DA LINHA).
      *----------------------------------------------------------------
       01 WRK-ASSIN-TABELA.
           05 WRK-ASSIN OCCURS 50 TIMES.
               10 WRK-TAS-TIPO       PIC X(08).
               10 WRK-TAS-PAPEL      PIC X(08).
       01 WRK-LISTA-TABELA.
           05 WRK-LISTA OCCURS 99 TIMES.
               10 WRK-TLS-CHAVE      PIC X(17).
       01 WRK-DATA-HORA.
           05 WRK-DH-DATA   PIC 9(08).
           05 WRK-DH-HORA   PIC 9(06).
       LINKAGE SECTION.
       01 PARM-USUARIO         PIC X(20).
       PROCEDURE DIVISION USING PARM-USUARIO.
       0000-PRINCIPAL SECTION.
            OPEN I-O ALERTAS.
            IF WRK-FS-ALERTA = '35'
                CLOSE ALERTAS
                OPEN OUTPUT ALERTAS
                CLOSE ALERTAS
                OPEN I-O ALERTAS
            END-IF.
            OPEN I-O ASSINATURAS.
            IF WRK-FS-ASSIN = '35'
                CLOSE ASSINATURAS
                OPEN OUTPUT ASSINATURAS
                CLOSE ASSINATURAS
                OPEN I-O ASSINATURAS
            END-IF.
            PERFORM 1000-LISTAR-ALERTAS.
            MOVE SPACE TO WRK-OPCAO.
            PERFORM 2000-MENU UNTIL OPCAO-SAIR.
            CLOSE ALERTAS.
            CLOSE ASSINATURAS.
            GOBACK.

      *----------------------------------------------------------------
      * LISTA NUMERADA DOS ALERTAS ABERTOS QUE INTERESSAM AO USUARIO -
      * PRIMEIRA PASSADA OS CRITICOS, SEGUNDA OS DEMAIS.
      *----------------------------------------------------------------
       1000-LISTAR-ALERTAS.
            PERFORM 1100-CARREGAR-ASSINATURAS.
            MOVE ZEROS TO WRK-QTD-LISTA.
            INITIALIZE WRK-LISTA-TABELA.
            DISPLAY '==============================================='.
            DISPLAY 'ALERTAS ABERTOS - USUARIO ' PARM-USUARIO.
            IF WRK-QTD-ASSIN = ZEROS
                DISPLAY 'NENHUMA ASSINATURA - USE A OPCAO A PARA '
                    'ASSINAR TIPOS DE ALERTA'
            ELSE
                MOVE 'C' TO WRK-PASSADA
                PERFORM 1200-PASSAR-ALERTAS
                MOVE 'O' TO WRK-PASSADA
                PERFORM 1200-PASSAR-ALERTAS
                IF WRK-QTD-LISTA = ZEROS
                    DISPLAY 'NENHUM ALERTA ABERTO NOS TIPOS ASSINADOS'
                END-IF
            END-IF.

       1100-CARREGAR-ASSINATURAS.
            MOVE ZEROS TO WRK-QTD-ASSIN.
            PERFORM 1110-POSICIONAR-ASSINATURAS.
            IF NOT FIM-ASSINATURAS
                PERFORM 1120-LER-ASSINATURA
                PERFORM 1130-GUARDAR-ASSINATURA
                    UNTIL FIM-ASSINATURAS
            END-IF.

       1110-POSICIONAR-ASSINATURAS.
            MOVE 'N' TO WRK-EOF-ASSIN.
            MOVE PARM-USUARIO TO ASN-USUARIO.
            MOVE LOW-VALUES TO ASN-TIPO.
            START ASSINATURAS KEY IS NOT LESS THAN ASN-CHAVE
                INVALID KEY
                    MOVE 'S' TO WRK-EOF-ASSIN
            END-START.

       1120-LER-ASSINATURA.
            READ ASSINATURAS NEXT RECORD
                AT END
                    MOVE 'S' TO WRK-EOF-ASSIN
            END-READ.
            IF NOT FIM-ASSINATURAS
                IF ASN-USUARIO NOT = PARM-USUARIO
                    MOVE 'S' TO WRK-EOF-ASSIN
                END-IF
            END-IF.

       1130-GUARDAR-ASSINATURA.
            IF WRK-QTD-ASSIN < 50
                ADD 1 TO WRK-QTD-ASSIN
                MOVE ASN-TIPO TO WRK-TAS-TIPO (WRK-QTD-ASSIN)
                MOVE ASN-PAPEL TO WRK-TAS-PAPEL (WRK-QTD-ASSIN)
            END-IF.
            PERFORM 1120-LER-ASSINATURA.

       1200-PASSAR-ALERTAS.
            MOVE 'N' TO WRK-EOF-ALERTA.
            MOVE ZEROS TO ALR-CHAVE.
            START ALERTAS KEY IS NOT LESS THAN ALR-CHAVE
                INVALID KEY
                    MOVE 'S' TO WRK-EOF-ALERTA
            END-START.
            IF NOT FIM-ALERTAS
                PERFORM 1210-LER-ALERTA
                PERFORM 1220-CONFERIR-ALERTA UNTIL FIM-ALERTAS
            END-IF.

       1210-LER-ALERTA.
            READ ALERTAS NEXT RECORD
                AT END
                    MOVE 'S' TO WRK-EOF-ALERTA
            END-READ.

       1220-CONFERIR-ALERTA.
            IF ALR-ABERTO
                IF (WRK-PASSADA = 'C' AND ALR-CRITICO)
                    OR (WRK-PASSADA = 'O' AND NOT ALR-CRITICO)
                    PERFORM 1300-CONFERIR-INTERESSE
                    IF ALERTA-INTERESSA AND WRK-QTD-LISTA < 99
                        PERFORM 1400-EXIBIR-ALERTA
                    END-IF
                END-IF
            END-IF.
            PERFORM 1210-LER-ALERTA.

      *----------------------------------------------------------------
      * MESMA REGRA DO RESUMO DIARIO (ALRDIGES): TIPO ASSINADO COM O
      * PAPEL EM BRANCO OU IGUAL, OU ESCALADO PARA QUEM ASSINA O TIPO
      * ESCALADO.
      *----------------------------------------------------------------
       1300-CONFERIR-INTERESSE.
            MOVE 'N' TO WRK-INTERESSA.
            PERFORM 1310-CONFERIR-ASSINATURA
                VARYING WRK-SUB FROM 1 BY 1
                UNTIL WRK-SUB > WRK-QTD-ASSIN OR ALERTA-INTERESSA.

       1310-CONFERIR-ASSINATURA.
            IF WRK-TAS-TIPO (WRK-SUB) = ALR-TIPO
                AND (WRK-TAS-PAPEL (WRK-SUB) = SPACES
                OR WRK-TAS-PAPEL (WRK-SUB) = ALR-PAPEL)
                MOVE 'S' TO WRK-INTERESSA
            END-IF.
            IF WRK-TAS-TIPO (WRK-SUB) = 'ESCALADO'
                AND ALR-FOI-ESCALADO
                MOVE 'S' TO WRK-INTERESSA
            END-IF.

       1400-EXIBIR-ALERTA.
            ADD 1 TO WRK-QTD-LISTA.
            MOVE ALR-CHAVE TO WRK-TLS-CHAVE (WRK-QTD-LISTA).
            MOVE SPACES TO WRK-MARCA.
            IF ALR-FOI-ESCALADO
                MOVE 'ESC' TO WRK-MARCA
            END-IF.
            DISPLAY WRK-QTD-LISTA ' ' ALR-SEVERIDADE ' ' WRK-MARCA
                ALR-DATA ' ' ALR-HORA ' ' ALR-TIPO ' ' ALR-PAPEL
                ' CLI ' ALR-CLIENTE ' PRD ' ALR-PRODUTO
                ' DOC ' ALR-DOCUMENTO.
            DISPLAY '      ' ALR-TEXTO.

       2000-MENU.
            DISPLAY ' '.
            DISPLAY 'L=LISTAR R=RECONHECER A=ASSINATURAS X=VOLTAR: '.
            ACCEPT WRK-OPCAO.
            EVALUATE WRK-OPCAO
                WHEN 'L'
                WHEN 'l'
                    PERFORM 1000-LISTAR-ALERTAS
                WHEN 'R'
                WHEN 'r'
                    PERFORM 2100-RECONHECER
                WHEN 'A'
                WHEN 'a'
                    PERFORM 2200-ASSINATURAS
                WHEN OTHER
                    IF NOT OPCAO-SAIR
                        DISPLAY 'ENTRE COM OPCAO CORRETA'
                    END-IF
            END-EVALUATE.

      *----------------------------------------------------------------
      * RECONHECIMENTO PELO NUMERO DA ULTIMA LISTA - O ALERTA E RELIDO
      * PARA NAO RECONHECER DE NOVO O QUE OUTRO USUARIO JA TRATOU.
      *----------------------------------------------------------------
       2100-RECONHECER.
            IF WRK-QTD-LISTA = ZEROS
                DISPLAY 'NENHUM ALERTA NA LISTA'
            ELSE
                DISPLAY 'NUMERO DO ALERTA (1 A ' WRK-QTD-LISTA ').. '
                ACCEPT WRK-NUMERO
                IF WRK-NUMERO = ZEROS OR WRK-NUMERO > WRK-QTD-LISTA
                    DISPLAY 'NUMERO FORA DA LISTA'
                ELSE
                    MOVE WRK-TLS-CHAVE (WRK-NUMERO) TO ALR-CHAVE
                    READ ALERTAS
                        INVALID KEY
                            DISPLAY 'ALERTA NAO ENCONTRADO'
                        NOT INVALID KEY
                            PERFORM 2110-GRAVAR-RECONHECIMENTO
                    END-READ
                END-IF
            END-IF.

       2110-GRAVAR-RECONHECIMENTO.
            IF ALR-RECONHECIDO
                DISPLAY 'ALERTA JA RECONHECIDO POR ' ALR-USU-RECON
            ELSE
                ACCEPT WRK-DH-DATA FROM DATE YYYYMMDD
                ACCEPT WRK-DH-HORA FROM TIME
                MOVE 'R' TO ALR-STATUS
                MOVE PARM-USUARIO TO ALR-USU-RECON
                MOVE WRK-DH-DATA TO ALR-DATA-RECON
                MOVE WRK-DH-HORA TO ALR-HORA-RECON
                REWRITE ALERTA-REG
                    INVALID KEY
                        DISPLAY 'ERRO AO GRAVAR ALERTA'
                    NOT INVALID KEY
                        DISPLAY 'ALERTA RECONHECIDO'
                END-REWRITE
            END-IF.

      *----------------------------------------------------------------
      * ASSINATURAS DO PROPRIO USUARIO - TIPO DE ALERTA (OU ESCALADO)
      * E PAPEL OPCIONAL.
      *----------------------------------------------------------------
       2200-ASSINATURAS.
            DISPLAY 'ASSINATURAS DE ' PARM-USUARIO.
            PERFORM 1110-POSICIONAR-ASSINATURAS.
            IF NOT FIM-ASSINATURAS
                PERFORM 1120-LER-ASSINATURA
                PERFORM 2210-EXIBIR-ASSINATURA UNTIL FIM-ASSINATURAS
            END-IF.
            DISPLAY 'TIPOS: PEDHOLD LIMITE REPOSIC PROMESSA TRAVA '
                'LOTEVENC ESCALADO'.
            DISPLAY 'I=INCLUIR E=EXCLUIR OUTRA TECLA=VOLTAR: '.
            ACCEPT WRK-CONFIRMA.
            EVALUATE WRK-CONFIRMA
                WHEN 'I'
                WHEN 'i'
                    PERFORM 2220-INCLUIR-ASSINATURA
                WHEN 'E'
                WHEN 'e'
                    PERFORM 2230-EXCLUIR-ASSINATURA
                WHEN OTHER
                    CONTINUE
            END-EVALUATE.

       2210-EXIBIR-ASSINATURA.
            DISPLAY ASN-TIPO ' PAPEL ' ASN-PAPEL ' DESDE ' ASN-DATA.
            PERFORM 1120-LER-ASSINATURA.

       2220-INCLUIR-ASSINATURA.
            DISPLAY 'TIPO DE ALERTA.. '.
            ACCEPT WRK-TIPO.
            IF WRK-TIPO = SPACES
                DISPLAY 'TIPO EM BRANCO - NADA GRAVADO'
            ELSE
                MOVE PARM-USUARIO TO ASN-USUARIO
                MOVE WRK-TIPO TO ASN-TIPO
                DISPLAY 'PAPEL (EM BRANCO = QUALQUER).. '
                ACCEPT ASN-PAPEL
                ACCEPT ASN-DATA FROM DATE YYYYMMDD
                REWRITE ASSINATURA-REG
                    INVALID KEY
                        WRITE ASSINATURA-REG
                END-REWRITE
                DISPLAY 'ASSINATURA GRAVADA'
            END-IF.

       2230-EXCLUIR-ASSINATURA.
            DISPLAY 'TIPO DE ALERTA.. '.
            ACCEPT WRK-TIPO.
            MOVE PARM-USUARIO TO ASN-USUARIO.
            MOVE WRK-TIPO TO ASN-TIPO.
            DELETE ASSINATURAS
                INVALID KEY
                    DISPLAY 'ASSINATURA NAO ENCONTRADA'
                NOT INVALID KEY
                    DISPLAY 'ASSINATURA EXCLUIDA'
            END-DELETE.

       END PROGRAM ALRTELA.
