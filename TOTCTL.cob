      ******************************************************************
      * Author:  ALEXANDRE BELCHIOR MEDEIROS
      * Date:    15/10/2026
      * Purpose: ROTINA COMUM DE TOTAIS DE CONTROLE DOS MESTRES -
      *          CHAMADA POR TODO PROGRAMA QUE INCLUI, ALTERA OU
      *          EXCLUI REGISTRO EM CLIMAST, CONTASR, CLICONTA,
      *          ESTOQUE, PEDIDOS OU NOTAS, LOGO DEPOIS DA GRAVACAO.
      *          ATUALIZA NO ARQUIVO TOTCTL A QUANTIDADE DE
      *          REGISTROS, O HASH DA CHAVE E OS TOTAIS DE VALOR DO
      *          MESTRE PELA DIFERENCA ENTRE AS IMAGENS DE ANTES E
      *          DEPOIS, PARA QUE A CONFERENCIA NOTURNA (TOTCONF)
      *          ACUSE O MESTRE GRAVADO PELA METADE OU POR FORA DOS
      *          PROGRAMAS. MESTRE SEM REGISTRO DE CONTROLE AINDA NAO
      *          FOI CARREGADO PELO TOTCONF - NADA A ACUMULAR.
      ******************************************************************
      * Modification History:
      * 15/10/2026 ABM  Programa original.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. TOTCTL.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TOTAIS-CONTROLE ASSIGN TO 'TOTCTL'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TCT-ARQUIVO
               FILE STATUS IS WRK-FS-TOTCTL.
       DATA DIVISION.
       FILE SECTION.
       FD  TOTAIS-CONTROLE
           LABEL RECORD IS STANDARD.
           COPY TCTREG.
       WORKING-STORAGE SECTION.
       77 WRK-FS-TOTCTL    PIC X(02) VALUE '00'.
       77 WRK-IMAGEM       PIC X(300) VALUE SPACES.
       77 WRK-CHAVE        PIC S9(15) VALUE ZEROS.
       77 WRK-VALOR-1      PIC S9(13)V99 VALUE ZEROS.
       77 WRK-VALOR-2      PIC S9(13)V99 VALUE ZEROS.
       77 WRK-ACHOU        PIC X(01) VALUE 'N'.
           88 ACHOU-CONTROLE VALUE 'S'.
       01 WRK-DATA-HORA.
           05 WRK-DH-DATA   PIC 9(08).
           05 WRK-DH-HORA   PIC 9(06).
           COPY CLIREG.
           COPY CTAREC.
           COPY ESTOQREG.
           COPY PEDIREG.
           COPY NOTAREG.
       01 CONTA-REG.
           05 CTA-CLIENTE      PIC 9(06).
           05 CTA-SALDO        PIC S9(09)V99.
       LINKAGE SECTION.
           COPY TCAREG.
       PROCEDURE DIVISION USING TOTCTL-AREA.
       0000-PRINCIPAL SECTION.
            OPEN I-O TOTAIS-CONTROLE.
            IF WRK-FS-TOTCTL = '35'
                CLOSE TOTAIS-CONTROLE
                OPEN OUTPUT TOTAIS-CONTROLE
                CLOSE TOTAIS-CONTROLE
                OPEN I-O TOTAIS-CONTROLE
            END-IF.
            MOVE 'N' TO WRK-ACHOU.
            MOVE TCA-ARQUIVO TO TCT-ARQUIVO.
            READ TOTAIS-CONTROLE
                INVALID KEY
                    CONTINUE
                NOT INVALID KEY
                    MOVE 'S' TO WRK-ACHOU
            END-READ.
            IF ACHOU-CONTROLE
                PERFORM 1000-ACUMULAR
                REWRITE TOTCTL-REG
                    INVALID KEY
                        DISPLAY 'TOTCTL - ERRO AO REGRAVAR CONTROLE '
                            TCA-ARQUIVO
                END-REWRITE
            END-IF.
            CLOSE TOTAIS-CONTROLE.
            GOBACK.

      *----------------------------------------------------------------
      * INCLUSAO SOMA A IMAGEM NOVA, EXCLUSAO SUBTRAI A ANTIGA E
      * ALTERACAO FAZ AS DUAS COISAS - A CHAVE NAO MUDA NA ALTERACAO,
      * ENTAO SO OS VALORES SE MOVEM. ZERAR E O COMECO DE UMA
      * RECRIACAO DO MESTRE, QUE INCLUI REGISTRO A REGISTRO DEPOIS.
      *----------------------------------------------------------------
       1000-ACUMULAR.
            IF TCA-ZERAR
                MOVE ZEROS TO TCT-QTD
                MOVE ZEROS TO TCT-HASH-CHAVE
                MOVE ZEROS TO TCT-TOTAL-1
                MOVE ZEROS TO TCT-TOTAL-2
            END-IF.
            IF TCA-EXCLUSAO OR TCA-ALTERACAO
                MOVE TCA-ANTES TO WRK-IMAGEM
                PERFORM 2000-EXTRAIR
                SUBTRACT 1 FROM TCT-QTD
                SUBTRACT WRK-CHAVE FROM TCT-HASH-CHAVE
                SUBTRACT WRK-VALOR-1 FROM TCT-TOTAL-1
                SUBTRACT WRK-VALOR-2 FROM TCT-TOTAL-2
            END-IF.
            IF TCA-INCLUSAO OR TCA-ALTERACAO
                MOVE TCA-DEPOIS TO WRK-IMAGEM
                PERFORM 2000-EXTRAIR
                ADD 1 TO TCT-QTD
                ADD WRK-CHAVE TO TCT-HASH-CHAVE
                ADD WRK-VALOR-1 TO TCT-TOTAL-1
                ADD WRK-VALOR-2 TO TCT-TOTAL-2
            END-IF.
            ACCEPT WRK-DH-DATA FROM DATE YYYYMMDD.
            ACCEPT WRK-DH-HORA FROM TIME.
            MOVE WRK-DH-DATA TO TCT-ULT-DATA.
            MOVE WRK-DH-HORA TO TCT-ULT-HORA.
            MOVE TCA-PROGRAMA TO TCT-ULT-PROGRAMA.

      *----------------------------------------------------------------
      * CAMPOS DE CONTROLE DE CADA MESTRE - A MESMA TABELA DO TOTCONF;
      * QUEM MUDAR AQUI MUDA LA.
      *----------------------------------------------------------------
       2000-EXTRAIR.
            MOVE ZEROS TO WRK-CHAVE.
            MOVE ZEROS TO WRK-VALOR-1.
            MOVE ZEROS TO WRK-VALOR-2.
            EVALUATE TCA-ARQUIVO
                WHEN 'CLIMAST'
                    MOVE WRK-IMAGEM TO CLIENTE-REG
                    MOVE CLI-CODIGO TO WRK-CHAVE
                WHEN 'CONTASR'
                    MOVE WRK-IMAGEM TO RECEBER-REG
                    MOVE RCB-FATURA TO WRK-CHAVE
                    MOVE RCB-VALOR TO WRK-VALOR-1
                    MOVE RCB-VALOR-PAGO TO WRK-VALOR-2
                WHEN 'CLICONTA'
                    MOVE WRK-IMAGEM TO CONTA-REG
                    MOVE CTA-CLIENTE TO WRK-CHAVE
                    MOVE CTA-SALDO TO WRK-VALOR-1
                WHEN 'ESTOQUE'
                    MOVE WRK-IMAGEM TO ESTOQUE-REG
                    MOVE EST-PRODUTO TO WRK-CHAVE
                    MOVE EST-SALDO TO WRK-VALOR-1
                    MOVE EST-COMPROMETIDO TO WRK-VALOR-2
                WHEN 'PEDIDOS'
                    MOVE WRK-IMAGEM TO PEDIDO-REG
                    MOVE PED-NUMERO TO WRK-CHAVE
                    MOVE PED-TOTAL TO WRK-VALOR-1
                WHEN 'NOTAS'
                    MOVE WRK-IMAGEM TO NOTA-REG
                    MOVE NOT-NUMERO TO WRK-CHAVE
                    MOVE NOT-TOTAL-BRL TO WRK-VALOR-1
            END-EVALUATE.

       END PROGRAM TOTCTL.
