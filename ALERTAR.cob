      ******************************************************************
      * Author:  ALEXANDRE BELCHIOR MEDEIROS
      * Date:    15/10/2026
      * Purpose: ROTINA COMUM DE ALERTAS DE NEGOCIO - CHAMADA COMO A
      *          ROTINA JOBLOG POR QUALQUER PROGRAMA QUE PERCEBA UM
      *          FATO QUE ALGUEM PRECISA SABER (PEDIDO RETIDO,
      *          CLIENTE ACIMA DO LIMITE, PRODUTO NO PONTO DE
      *          REPOSICAO, PROMESSA QUEBRADA, TRAVA DE JANELA, LOTE
      *          VENCENDO). GRAVA O ALERTA ABERTO EM ALERTAS COM
      *          SEVERIDADE, PAPEL DESTINATARIO E O CLIENTE/PRODUTO/
      *          DOCUMENTO AFETADO. SE JA EXISTE ALERTA ABERTO DO
      *          MESMO FATO (MESMA REFERENCIA) COM SEVERIDADE IGUAL
      *          OU MAIOR, NAO DUPLICA - O RELATORIO NOTURNO QUE
      *          REPETE O FATO TODO DIA NAO ENCHE A FILA. O RESUMO
      *          DIARIO E A ESCALACAO FICAM NO ALRDIGES; A TELA DE
      *          CONSULTA E RECONHECIMENTO NO ALRTELA.
      ******************************************************************
      * Modification History:
      * 15/10/2026 ABM  Programa original.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ALERTAR.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ALERTAS ASSIGN TO 'ALERTAS'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ALR-CHAVE
               ALTERNATE RECORD KEY IS ALR-REFERENCIA WITH DUPLICATES
               FILE STATUS IS WRK-FS-ALERTA.
       DATA DIVISION.
       FILE SECTION.
       FD  ALERTAS
           LABEL RECORD IS STANDARD.
           COPY ALRREG.
       WORKING-STORAGE SECTION.
       77 WRK-FS-ALERTA    PIC X(02) VALUE '00'.
       77 WRK-EOF-ALERTA   PIC X(01) VALUE 'N'.
           88 FIM-ALERTAS  VALUE 'S'.
       77 WRK-JA-ABERTO    PIC X(01) VALUE 'N'.
           88 JA-ABERTO    VALUE 'S'.
       77 WRK-GRAVOU       PIC X(01) VALUE 'N'.
           88 GRAVOU-ALERTA VALUE 'S'.
       77 WRK-SEQ          PIC 9(04) VALUE ZEROS.
       77 WRK-PESO-NOVO    PIC 9(01) VALUE ZEROS.
       77 WRK-PESO-ACHADO  PIC 9(01) VALUE ZEROS.
       01 WRK-REFERENCIA.
           05 WRK-REF-TIPO      PIC X(08).
           05 WRK-REF-CLIENTE   PIC 9(06).
           05 WRK-REF-PRODUTO   PIC 9(06).
           05 WRK-REF-DOCUMENTO PIC X(12).
       01 WRK-DATA-HORA.
           05 WRK-DH-DATA   PIC 9(08).
           05 WRK-DH-HORA   PIC 9(06).
       LINKAGE SECTION.
           COPY ALTREG.
       PROCEDURE DIVISION USING ALERTA-AREA.
       0000-PRINCIPAL SECTION.
            MOVE 'E' TO ALT-RESULTADO.
            OPEN I-O ALERTAS.
            IF WRK-FS-ALERTA = '35'
                CLOSE ALERTAS
                OPEN OUTPUT ALERTAS
                CLOSE ALERTAS
                OPEN I-O ALERTAS
            END-IF.
            IF WRK-FS-ALERTA NOT = '00'
                GOBACK
            END-IF.
            MOVE ALT-TIPO TO WRK-REF-TIPO.
            MOVE ALT-CLIENTE TO WRK-REF-CLIENTE.
            MOVE ALT-PRODUTO TO WRK-REF-PRODUTO.
            MOVE ALT-DOCUMENTO TO WRK-REF-DOCUMENTO.
            PERFORM 1000-PROCURAR-ABERTO.
            IF JA-ABERTO
                MOVE 'D' TO ALT-RESULTADO
            ELSE
                PERFORM 2000-GRAVAR-ALERTA
                IF GRAVOU-ALERTA
                    MOVE 'G' TO ALT-RESULTADO
                END-IF
            END-IF.
            CLOSE ALERTAS.
            GOBACK.

      *----------------------------------------------------------------
      * ALERTA AINDA ABERTO COM A MESMA REFERENCIA (TIPO + CLIENTE +
      * PRODUTO + DOCUMENTO) E SEVERIDADE IGUAL OU MAIOR - O FATO JA
      * ESTA NA FILA DE ALGUEM. SE O FATO PIOROU (LOTE VENCENDO QUE
      * VENCEU), O ALERTA MAIS GRAVE ENTRA MESMO COM O AVISO ABERTO.
      *----------------------------------------------------------------
       1000-PROCURAR-ABERTO.
            MOVE 'N' TO WRK-JA-ABERTO.
            MOVE ALT-SEVERIDADE TO ALR-SEVERIDADE.
            PERFORM 1030-PESAR-SEVERIDADE.
            MOVE WRK-PESO-ACHADO TO WRK-PESO-NOVO.
            MOVE 'N' TO WRK-EOF-ALERTA.
            MOVE WRK-REFERENCIA TO ALR-REFERENCIA.
            START ALERTAS KEY IS EQUAL TO ALR-REFERENCIA
                INVALID KEY
                    MOVE 'S' TO WRK-EOF-ALERTA
            END-START.
            IF NOT FIM-ALERTAS
                PERFORM 1010-LER-ALERTA
                PERFORM 1020-CONFERIR-ALERTA
                    UNTIL FIM-ALERTAS OR JA-ABERTO
            END-IF.

       1010-LER-ALERTA.
            READ ALERTAS NEXT RECORD
                AT END
                    MOVE 'S' TO WRK-EOF-ALERTA
            END-READ.
            IF NOT FIM-ALERTAS
                IF ALR-REFERENCIA NOT = WRK-REFERENCIA
                    MOVE 'S' TO WRK-EOF-ALERTA
                END-IF
            END-IF.

       1020-CONFERIR-ALERTA.
            PERFORM 1030-PESAR-SEVERIDADE.
            IF ALR-ABERTO AND WRK-PESO-ACHADO NOT < WRK-PESO-NOVO
                MOVE 'S' TO WRK-JA-ABERTO
            ELSE
                PERFORM 1010-LER-ALERTA
            END-IF.

       1030-PESAR-SEVERIDADE.
            EVALUATE TRUE
                WHEN ALR-CRITICO
                    MOVE 3 TO WRK-PESO-ACHADO
                WHEN ALR-ATENCAO
                    MOVE 2 TO WRK-PESO-ACHADO
                WHEN OTHER
                    MOVE 1 TO WRK-PESO-ACHADO
            END-EVALUATE.

      *----------------------------------------------------------------
      * CHAVE DATA + HORA + SEQUENCIA - VARIOS ALERTAS NO MESMO
      * SEGUNDO (UM RELATORIO NOTURNO EM LACO) PEGAM A PROXIMA
      * SEQUENCIA LIVRE.
      *----------------------------------------------------------------
       2000-GRAVAR-ALERTA.
            MOVE 'N' TO WRK-GRAVOU.
            ACCEPT WRK-DH-DATA FROM DATE YYYYMMDD.
            ACCEPT WRK-DH-HORA FROM TIME.
            INITIALIZE ALERTA-REG.
            MOVE WRK-DH-DATA TO ALR-DATA.
            MOVE WRK-DH-HORA TO ALR-HORA.
            MOVE WRK-REFERENCIA TO ALR-REFERENCIA.
            MOVE ALT-SEVERIDADE TO ALR-SEVERIDADE.
            IF NOT ALR-CRITICO AND NOT ALR-ATENCAO
                MOVE 'I' TO ALR-SEVERIDADE
            END-IF.
            MOVE ALT-PAPEL TO ALR-PAPEL.
            MOVE ALT-TEXTO TO ALR-TEXTO.
            MOVE ALT-PROGRAMA TO ALR-PROGRAMA.
            MOVE 'A' TO ALR-STATUS.
            MOVE 'N' TO ALR-ESCALADO.
            MOVE 1 TO WRK-SEQ.
            PERFORM 2010-TENTAR-GRAVAR
                UNTIL GRAVOU-ALERTA OR WRK-SEQ > 999.

       2010-TENTAR-GRAVAR.
            MOVE WRK-SEQ TO ALR-SEQ.
            WRITE ALERTA-REG
                INVALID KEY
                    ADD 1 TO WRK-SEQ
                NOT INVALID KEY
                    MOVE 'S' TO WRK-GRAVOU
            END-WRITE.

       END PROGRAM ALERTAR.
