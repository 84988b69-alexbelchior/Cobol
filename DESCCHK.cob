      ******************************************************************
      * Author:  ALEXANDRE BELCHIOR MEDEIROS
      * Date:    15/10/2026
      * Purpose: ROTINA COMUM DO DESCONTO MAXIMO DA LINHA - CHAMADA
      *          PELA ENTRADA DE PEDIDOS (PROGCOB09) E PELO ORCAMENT A
      *          CADA LINHA DIGITADA. O LIMITE QUE VALE E O MENOR ENTRE
      *          O DESCONTO MAXIMO DO VENDEDOR (VEN-DESCONTO-MAX) E O
      *          DA FAMILIA DO PRODUTO (FAM-DESCONTO-MAX, PELA
      *          PRO-FAMILIA); ZEROS EM UM DELES = SEM LIMITE POR ALI,
      *          ZEROS NOS DOIS = SEM LIMITE. DESCONTO ACIMA DO LIMITE
      *          VOLTA 'N' PARA O CHAMADOR MANDAR A LINHA A FILA DE
      *          APROVACAO DO GERENTE (DESCAPRV).
      ******************************************************************
      * Modification History:
      * 15/10/2026 ABM  Programa original.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. DESCCHK.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT VENDEDORES ASSIGN TO 'VENDEDOR'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS VEN-CODIGO
               FILE STATUS IS WRK-FS-VENDEDOR.
           SELECT PRODUTOS-MASTER ASSIGN TO 'PRODUTOS'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PRO-CODIGO
               FILE STATUS IS WRK-FS-PRODUTO.
           SELECT FAMILIAS ASSIGN TO 'FAMILIAS'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FAM-CODIGO
               FILE STATUS IS WRK-FS-FAMILIA.
       DATA DIVISION.
       FILE SECTION.
       FD  VENDEDORES
           LABEL RECORD IS STANDARD.
           COPY VENDREG.
       FD  PRODUTOS-MASTER
           LABEL RECORD IS STANDARD.
           COPY PRODREG.
       FD  FAMILIAS
           LABEL RECORD IS STANDARD.
           COPY FAMREG.
       WORKING-STORAGE SECTION.
       77 WRK-FS-VENDEDOR  PIC X(02) VALUE '00'.
       77 WRK-FS-PRODUTO   PIC X(02) VALUE '00'.
       77 WRK-FS-FAMILIA   PIC X(02) VALUE '00'.
       77 WRK-LIMITE-VEN   PIC 9(02)V99 VALUE ZEROS.
       77 WRK-LIMITE-FAM   PIC 9(02)V99 VALUE ZEROS.
       77 WRK-FAMILIA      PIC X(04) VALUE SPACES.
       LINKAGE SECTION.
           COPY DSKREG.
       PROCEDURE DIVISION USING DESCCHK-AREA.
       0000-PRINCIPAL SECTION.
            MOVE ZEROS TO DSK-LIMITE.
            MOVE SPACE TO DSK-ORIGEM.
            MOVE 'S' TO DSK-RESULTADO.
            PERFORM 1000-LER-VENDEDOR.
            PERFORM 1100-LER-FAMILIA.
            PERFORM 2000-APURAR-LIMITE.
            IF NOT DSK-SEM-LIMITE
                AND DSK-DESCONTO > DSK-LIMITE
                MOVE 'N' TO DSK-RESULTADO
            END-IF.
            GOBACK.

       1000-LER-VENDEDOR.
            MOVE ZEROS TO WRK-LIMITE-VEN.
            OPEN INPUT VENDEDORES.
            IF WRK-FS-VENDEDOR = '00'
                MOVE DSK-VENDEDOR TO VEN-CODIGO
                READ VENDEDORES
                    INVALID KEY
                        CONTINUE
                    NOT INVALID KEY
                        MOVE VEN-DESCONTO-MAX TO WRK-LIMITE-VEN
                END-READ
                CLOSE VENDEDORES
            END-IF.

      *----------------------------------------------------------------
      * PRODUTO SEM FAMILIA, FAMILIA NAO CADASTRADA OU INATIVA NAO
      * LIMITA NADA - VALE SO O LIMITE DO VENDEDOR.
      *----------------------------------------------------------------
       1100-LER-FAMILIA.
            MOVE ZEROS TO WRK-LIMITE-FAM.
            MOVE SPACES TO WRK-FAMILIA.
            OPEN INPUT PRODUTOS-MASTER.
            IF WRK-FS-PRODUTO = '00'
                MOVE DSK-PRODUTO TO PRO-CODIGO
                READ PRODUTOS-MASTER
                    INVALID KEY
                        CONTINUE
                    NOT INVALID KEY
                        MOVE PRO-FAMILIA TO WRK-FAMILIA
                END-READ
                CLOSE PRODUTOS-MASTER
            END-IF.
            IF WRK-FAMILIA NOT = SPACES
                OPEN INPUT FAMILIAS
                IF WRK-FS-FAMILIA = '00'
                    MOVE WRK-FAMILIA TO FAM-CODIGO
                    READ FAMILIAS
                        INVALID KEY
                            CONTINUE
                        NOT INVALID KEY
                            IF FAMILIA-ATIVA
                                MOVE FAM-DESCONTO-MAX
                                    TO WRK-LIMITE-FAM
                            END-IF
                    END-READ
                    CLOSE FAMILIAS
                END-IF
            END-IF.

      *----------------------------------------------------------------
      * O MENOR DOS LIMITES CADASTRADOS; NO EMPATE FICA O DO
      * VENDEDOR, QUE E QUEM RESPONDE PELA VENDA.
      *----------------------------------------------------------------
       2000-APURAR-LIMITE.
            EVALUATE TRUE
                WHEN WRK-LIMITE-VEN = ZEROS
                    AND WRK-LIMITE-FAM = ZEROS
                    CONTINUE
                WHEN WRK-LIMITE-FAM = ZEROS
                    MOVE WRK-LIMITE-VEN TO DSK-LIMITE
                    MOVE 'V' TO DSK-ORIGEM
                WHEN WRK-LIMITE-VEN = ZEROS
                    MOVE WRK-LIMITE-FAM TO DSK-LIMITE
                    MOVE 'F' TO DSK-ORIGEM
                WHEN WRK-LIMITE-FAM < WRK-LIMITE-VEN
                    MOVE WRK-LIMITE-FAM TO DSK-LIMITE
                    MOVE 'F' TO DSK-ORIGEM
                WHEN OTHER
                    MOVE WRK-LIMITE-VEN TO DSK-LIMITE
                    MOVE 'V' TO DSK-ORIGEM
            END-EVALUATE.

       END PROGRAM DESCCHK.
