      ******************************************************************
      * Author:  ALEXANDRE BELCHIOR MEDEIROS
      * Date:    15/10/2026
      * Purpose: ROTINA COMUM DE COTACAO DE FRETE PELA TABELA
      *          CONTRATADA DA TRANSPORTADORA (TABFRETE) - ACHA A
      *          LINHA DA TRANSPORTADORA PARA A UF E O CEP DE DESTINO,
      *          PEGA O VALOR DA FAIXA DE PESO (OU A ULTIMA FAIXA MAIS
      *          O KG EXCEDENTE), SOMA O AD-VALOREM SOBRE O VALOR DA
      *          MERCADORIA E APLICA O FRETE MINIMO. DEVOLVE O FRETE E
      *          O PRAZO DE TRANSITO, OU SEM-TABELA QUANDO A
      *          TRANSPORTADORA NAO ATENDE O DESTINO.
      ******************************************************************
      * Modification History:
      * 15/10/2026 ABM  Programa original.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. FRETCALC.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TABELA-FRETE ASSIGN TO 'TABFRETE'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TFR-CHAVE
               FILE STATUS IS WRK-FS-TABFRETE.
       DATA DIVISION.
       FILE SECTION.
       FD  TABELA-FRETE
           LABEL RECORD IS STANDARD.
           COPY TFRREG.
       WORKING-STORAGE SECTION.
       77 WRK-FS-TABFRETE  PIC X(02) VALUE '00'.
       77 WRK-EOF-TABELA   PIC X(01) VALUE 'N'.
           88 FIM-TABELA   VALUE 'S'.
       77 WRK-SUB          PIC 9(01) VALUE ZEROS.
       77 WRK-ULTIMA-FAIXA PIC 9(01) VALUE ZEROS.
       77 WRK-FAIXA-ACHADA PIC 9(01) VALUE ZEROS.
       77 WRK-FRETE-CALC   PIC 9(07)V99 VALUE ZEROS.
       LINKAGE SECTION.
           COPY FCLREG.
       PROCEDURE DIVISION USING FRETCALC-AREA.
       0000-PRINCIPAL SECTION.
            MOVE ZEROS TO FCL-FRETE.
            MOVE ZEROS TO FCL-PRAZO-DIAS.
            MOVE 'N' TO FCL-ACHADO.
            MOVE 'N' TO WRK-EOF-TABELA.
            OPEN INPUT TABELA-FRETE.
            IF WRK-FS-TABFRETE = '00'
                MOVE FCL-TRANSPORTADORA TO TFR-TRANSPORTADORA
                MOVE FCL-UF TO TFR-UF
                MOVE ZEROS TO TFR-SEQUENCIA
                START TABELA-FRETE KEY IS NOT LESS THAN TFR-CHAVE
                    INVALID KEY
                        MOVE 'S' TO WRK-EOF-TABELA
                END-START
                IF NOT FIM-TABELA
                    PERFORM 1010-LER-TABELA
                    PERFORM 1000-CONFERIR-LINHA
                        UNTIL FIM-TABELA OR FCL-TEM-TABELA
                END-IF
                CLOSE TABELA-FRETE
            END-IF.
            IF FCL-TEM-TABELA
                PERFORM 2000-CALCULAR-FRETE
            END-IF.
            GOBACK.

      *----------------------------------------------------------------
      * FAIXA DE CEP ZERADA VALE PARA A UF INTEIRA; CEP DE DESTINO
      * DESCONHECIDO (ZEROS) SO CASA COM ESSA LINHA GERAL.
      *----------------------------------------------------------------
       1000-CONFERIR-LINHA.
            IF TFR-CEP-INICIO = ZEROS AND TFR-CEP-FIM = ZEROS
                MOVE 'S' TO FCL-ACHADO
            ELSE
                IF FCL-CEP >= TFR-CEP-INICIO
                    AND FCL-CEP <= TFR-CEP-FIM
                    AND FCL-CEP NOT = ZEROS
                    MOVE 'S' TO FCL-ACHADO
                END-IF
            END-IF.
            IF NOT FCL-TEM-TABELA
                PERFORM 1010-LER-TABELA
            END-IF.

       1010-LER-TABELA.
            READ TABELA-FRETE NEXT RECORD
                AT END
                    MOVE 'S' TO WRK-EOF-TABELA
            END-READ.
            IF NOT FIM-TABELA
                AND (TFR-TRANSPORTADORA NOT = FCL-TRANSPORTADORA
                     OR TFR-UF NOT = FCL-UF)
                MOVE 'S' TO WRK-EOF-TABELA
            END-IF.

      *----------------------------------------------------------------
      * VALE A PRIMEIRA FAIXA CUJO PESO-ATE COBRE O PESO; ACIMA DA
      * ULTIMA FAIXA PREENCHIDA, O VALOR DELA MAIS O KG EXCEDENTE.
      *----------------------------------------------------------------
       2000-CALCULAR-FRETE.
            MOVE ZEROS TO WRK-ULTIMA-FAIXA.
            MOVE ZEROS TO WRK-FAIXA-ACHADA.
            MOVE 1 TO WRK-SUB.
            PERFORM 2100-AVALIAR-FAIXA 5 TIMES.
            EVALUATE TRUE
                WHEN WRK-FAIXA-ACHADA NOT = ZEROS
                    MOVE TFR-VALOR-FAIXA (WRK-FAIXA-ACHADA)
                        TO WRK-FRETE-CALC
                WHEN WRK-ULTIMA-FAIXA NOT = ZEROS
                    COMPUTE WRK-FRETE-CALC ROUNDED =
                        TFR-VALOR-FAIXA (WRK-ULTIMA-FAIXA)
                        + (FCL-PESO - TFR-PESO-ATE (WRK-ULTIMA-FAIXA))
                        * TFR-VALOR-KG-EXCED
                WHEN OTHER
                    COMPUTE WRK-FRETE-CALC ROUNDED =
                        FCL-PESO * TFR-VALOR-KG-EXCED
            END-EVALUATE.
            COMPUTE WRK-FRETE-CALC ROUNDED = WRK-FRETE-CALC
                + FCL-VALOR-MERC * TFR-ADVALOREM-PCT / 100.
            IF WRK-FRETE-CALC < TFR-FRETE-MINIMO
                MOVE TFR-FRETE-MINIMO TO WRK-FRETE-CALC
            END-IF.
            MOVE WRK-FRETE-CALC TO FCL-FRETE.
            MOVE TFR-PRAZO-DIAS TO FCL-PRAZO-DIAS.

       2100-AVALIAR-FAIXA.
            IF TFR-PESO-ATE (WRK-SUB) > ZEROS
                MOVE WRK-SUB TO WRK-ULTIMA-FAIXA
                IF WRK-FAIXA-ACHADA = ZEROS
                    AND FCL-PESO <= TFR-PESO-ATE (WRK-SUB)
                    MOVE WRK-SUB TO WRK-FAIXA-ACHADA
                END-IF
            END-IF.
            IF WRK-SUB < 5
                ADD 1 TO WRK-SUB
            END-IF.

       END PROGRAM FRETCALC.
