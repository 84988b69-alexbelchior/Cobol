      ******************************************************************
      * Author:  ALEXANDRE BELCHIOR MEDEIROS
      * Date:    15/10/2026
      * Purpose: ROTINA COMUM DE BUSCA DE PROMOCAO VIGENTE - VARRE O
      *          ARQUIVO PROMOCAO E, ENTRE AS PROMOCOES ATIVAS CUJA
      *          FAIXA DE PRODUTOS CONTEM O PRODUTO, CUJA JANELA DE
      *          VALIDADE CONTEM A DATA E CUJA UF E SEGMENTO (QUANDO
      *          INFORMADOS) BATEM COM OS DO CLIENTE, DEVOLVE O MENOR
      *          PRECO. O DESCONTO PERCENTUAL INCIDE SOBRE O PRECO DE
      *          TABELA INFORMADO PELO CHAMADOR. SEM PROMOCAO, DEVOLVE
      *          CODIGO ZERO E O PROPRIO PRECO DE TABELA.
      ******************************************************************
      * Modification History:
      * 15/10/2026 ABM  Programa original.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROMOBUS.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PROMOCOES ASSIGN TO 'PROMOCAO'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS PMC-CODIGO
               FILE STATUS IS WRK-FS-PROMOCAO.
           SELECT CLI-SEGMENTOS ASSIGN TO 'CLISEGM'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SEG-CLIENTE
               FILE STATUS IS WRK-FS-SEGMENTO.
       DATA DIVISION.
       FILE SECTION.
       FD  PROMOCOES
           LABEL RECORD IS STANDARD.
           COPY PROMREG.
       FD  CLI-SEGMENTOS
           LABEL RECORD IS STANDARD.
           COPY SEGMREG.
       WORKING-STORAGE SECTION.
       77 WRK-FS-PROMOCAO  PIC X(02) VALUE '00'.
       77 WRK-FS-SEGMENTO  PIC X(02) VALUE '00'.
       77 WRK-EOF-PROMOCAO PIC X(01) VALUE 'N'.
           88 FIM-PROMOCOES VALUE 'S'.
       77 WRK-SEGMENTO     PIC X(01) VALUE SPACE.
       77 WRK-PRECO-CALC   PIC 9(07)V99 VALUE ZEROS.
       LINKAGE SECTION.
           COPY PMBREG.
       PROCEDURE DIVISION USING PROMOBUS-AREA.
       0000-PRINCIPAL SECTION.
            MOVE PMB-PRECO-TABELA TO PMB-PRECO-PROMO.
            MOVE ZEROS TO PMB-PROMOCAO.
            MOVE 'N' TO WRK-EOF-PROMOCAO.
            OPEN INPUT PROMOCOES.
            IF WRK-FS-PROMOCAO = '00'
                PERFORM 1000-LER-SEGMENTO
                PERFORM 2010-LER-PROMOCAO
                PERFORM 2000-AVALIAR-PROMOCAO UNTIL FIM-PROMOCOES
                CLOSE PROMOCOES
            END-IF.
            GOBACK.

      *----------------------------------------------------------------
      * CLIENTE AINDA NAO CLASSIFICADO PELO CLIABC FICA SEM SEGMENTO E
      * SO ENTRA NAS PROMOCOES ABERTAS A TODOS OS SEGMENTOS.
      *----------------------------------------------------------------
       1000-LER-SEGMENTO.
            MOVE SPACE TO WRK-SEGMENTO.
            OPEN INPUT CLI-SEGMENTOS.
            IF WRK-FS-SEGMENTO = '00'
                MOVE PMB-CLIENTE TO SEG-CLIENTE
                READ CLI-SEGMENTOS
                    INVALID KEY
                        CONTINUE
                    NOT INVALID KEY
                        MOVE SEG-SEGMENTO TO WRK-SEGMENTO
                END-READ
                CLOSE CLI-SEGMENTOS
            END-IF.

       2000-AVALIAR-PROMOCAO.
            IF PROMOCAO-ATIVA
                AND PMB-PRODUTO >= PMC-PRODUTO-INI
                AND PMB-PRODUTO <= PMC-PRODUTO-FIM
                AND PMB-DATA >= PMC-VALIDADE-INI
                AND PMB-DATA <= PMC-VALIDADE-FIM
                AND (PMC-UF = SPACES OR PMC-UF = PMB-UF)
                AND (PMC-SEGMENTO = SPACE
                     OR PMC-SEGMENTO = WRK-SEGMENTO)
                PERFORM 2100-CALCULAR-PRECO
            END-IF.
            PERFORM 2010-LER-PROMOCAO.

       2010-LER-PROMOCAO.
            READ PROMOCOES NEXT RECORD
                AT END
                    MOVE 'S' TO WRK-EOF-PROMOCAO
            END-READ.

      *----------------------------------------------------------------
      * SO TROCA QUANDO O PRECO E MENOR DO QUE O MELHOR JA ACHADO - A
      * PROMOCAO QUE NAO MELHORA A TABELA NAO E REGISTRADA NA LINHA.
      *----------------------------------------------------------------
       2100-CALCULAR-PRECO.
            IF PROMOCAO-PRECO
                MOVE PMC-PRECO-PROMO TO WRK-PRECO-CALC
            ELSE
                COMPUTE WRK-PRECO-CALC ROUNDED = PMB-PRECO-TABELA
                    * (100 - PMC-PERC-DESCONTO) / 100
            END-IF.
            IF WRK-PRECO-CALC < PMB-PRECO-PROMO
                MOVE WRK-PRECO-CALC TO PMB-PRECO-PROMO
                MOVE PMC-CODIGO TO PMB-PROMOCAO
            END-IF.

       END PROGRAM PROMOBUS.
