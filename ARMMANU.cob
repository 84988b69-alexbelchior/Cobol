      ******************************************************************
      * Modification History:
      * 22/08/2026 ABM  Programa original.
      * 15/10/2026 ABM  Tipo do armazem (proprio/consignacao no
      *                 cliente), cliente do local de consignacao (um
      *                 por cliente) e data da ultima contagem.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ARMMANU.
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ARM-CODIGO
               FILE STATUS IS WRK-FS-ARMAZEM.
           SELECT CLIENTES-MASTER ASSIGN TO 'CLIMAST'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CLI-CODIGO
               FILE STATUS IS WRK-FS-MASTER.
       DATA DIVISION.
       FILE SECTION.
       FD  ARMAZENS-MASTER
           LABEL RECORD IS STANDARD.
           COPY ARMZREG.
       FD  CLIENTES-MASTER
           LABEL RECORD IS STANDARD.
           COPY CLIREG.
       WORKING-STORAGE SECTION.
       77 WRK-FS-ARMAZEM   PIC X(02) VALUE '00'.
       77 WRK-EOF-ARMAZEM  PIC X(01) VALUE 'N'.
           88 OPCAO-SAIR   VALUE 'X' 'x'.
       77 WRK-CODIGO       PIC 9(02) VALUE ZEROS.
       77 WRK-CONFIRMA     PIC X(01) VALUE 'N'.
       77 WRK-FS-MASTER    PIC X(02) VALUE '00'.
       77 WRK-DADOS-OK     PIC X(01) VALUE 'N'.
           88 DADOS-VALIDOS VALUE 'S'.
       77 WRK-ARMAZEM-SALVO PIC X(69) VALUE SPACES.
       77 WRK-CLIENTE-LOCAL PIC 9(06) VALUE ZEROS.
       77 WRK-CLIENTE-DUPLIC PIC X(01) VALUE 'N'.
           88 CLIENTE-JA-TEM-LOCAL VALUE 'S'.
       PROCEDURE DIVISION.
       0000-PRINCIPAL SECTION.
            PERFORM 1000-INICIAR.
                CLOSE ARMAZENS-MASTER
                OPEN I-O ARMAZENS-MASTER
            END-IF.
            OPEN INPUT CLIENTES-MASTER.

       2000-MENU.
            DISPLAY ' '.
            MOVE WRK-CODIGO TO ARM-CODIGO.
            READ ARMAZENS-MASTER
                INVALID KEY
                    MOVE ZEROS TO ARM-DATA-CONTAGEM
                    PERFORM 2110-CAPTURAR-DADOS
                    MOVE WRK-CODIGO TO ARM-CODIGO
                    IF DADOS-VALIDOS
                        WRITE ARMAZEM-REG
                            INVALID KEY
                                DISPLAY 'ERRO AO GRAVAR ARMAZEM'
                            NOT INVALID KEY
                                DISPLAY 'ARMAZEM INCLUIDO'
                        END-WRITE
                    ELSE
                        DISPLAY 'INCLUSAO CANCELADA'
                    END-IF
                NOT INVALID KEY
                    DISPLAY 'CODIGO JA CADASTRADO: ' ARM-NOME
            END-READ.
            ACCEPT ARM-AREA-TOTAL.
            DISPLAY 'AREA RESERVADA.. '.
            ACCEPT ARM-AREA-RESERVADA.
            MOVE 'S' TO WRK-DADOS-OK.
            DISPLAY 'TIPO (P=PROPRIO C=CONSIGNACAO NO CLIENTE).. '.
            ACCEPT ARM-TIPO.
            IF ARM-TIPO = 'c'
                MOVE 'C' TO ARM-TIPO
            END-IF.
            IF ARM-CONSIGNACAO
                PERFORM 2120-CAPTURAR-CLIENTE
            ELSE
                MOVE 'P' TO ARM-TIPO
                MOVE ZEROS TO ARM-CLIENTE
            END-IF.

      *----------------------------------------------------------------*
      * LOCAL DE CONSIGNACAO: O CLIENTE DEVE EXISTIR E TER UM UNICO    *
      * LOCAL. A VARREDURA DO MESTRE USA O PROPRIO REGISTRO, QUE E     *
      * SALVO ANTES E RESTAURADO DEPOIS.                               *
      *----------------------------------------------------------------*
       2120-CAPTURAR-CLIENTE.
            DISPLAY 'CODIGO DO CLIENTE.. '.
            ACCEPT ARM-CLIENTE.
            MOVE ARM-CLIENTE TO CLI-CODIGO.
            READ CLIENTES-MASTER
                INVALID KEY
                    DISPLAY 'CLIENTE NAO CADASTRADO'
                    MOVE 'N' TO WRK-DADOS-OK
                NOT INVALID KEY
                    DISPLAY 'CLIENTE: ' CLI-NOME
            END-READ.
            IF DADOS-VALIDOS
                MOVE ARMAZEM-REG TO WRK-ARMAZEM-SALVO
                MOVE ARM-CLIENTE TO WRK-CLIENTE-LOCAL
                MOVE 'N' TO WRK-CLIENTE-DUPLIC
                MOVE 'N' TO WRK-EOF-ARMAZEM
                MOVE ZEROS TO ARM-CODIGO
                START ARMAZENS-MASTER KEY IS NOT LESS THAN ARM-CODIGO
                    INVALID KEY
                        MOVE 'S' TO WRK-EOF-ARMAZEM
                END-START
                IF NOT FIM-ARMAZENS
                    PERFORM 2410-LER-PROXIMO
                    PERFORM 2130-VERIFICAR-LOCAL
                        UNTIL FIM-ARMAZENS OR CLIENTE-JA-TEM-LOCAL
                END-IF
                MOVE WRK-ARMAZEM-SALVO TO ARMAZEM-REG
                IF CLIENTE-JA-TEM-LOCAL
                    DISPLAY 'CLIENTE JA POSSUI LOCAL DE CONSIGNACAO'
                    MOVE 'N' TO WRK-DADOS-OK
                END-IF
            END-IF.

       2130-VERIFICAR-LOCAL.
            IF ARM-CONSIGNACAO
               AND ARM-CLIENTE = WRK-CLIENTE-LOCAL
               AND ARM-CODIGO NOT = WRK-CODIGO
                MOVE 'S' TO WRK-CLIENTE-DUPLIC
            ELSE
                PERFORM 2410-LER-PROXIMO
            END-IF.

       2200-CONSULTAR.
            PERFORM 2950-LER-POR-CODIGO.
            IF WRK-FS-ARMAZEM = '00'
                PERFORM 2960-EXIBIR-ARMAZEM
                PERFORM 2110-CAPTURAR-DADOS
                MOVE WRK-CODIGO TO ARM-CODIGO
                MOVE 'N' TO WRK-CONFIRMA
                DISPLAY 'CONFIRMA A ALTERACAO (S/N).. '
                ACCEPT WRK-CONFIRMA
                IF (WRK-CONFIRMA = 'S' OR WRK-CONFIRMA = 's')
                   AND DADOS-VALIDOS
                    REWRITE ARMAZEM-REG
                        INVALID KEY
                            DISPLAY 'ERRO AO GRAVAR ARMAZEM'
       2420-LISTAR-ARMAZEM.
            DISPLAY ARM-CODIGO ' ' ARM-NOME ' TOTAL ' ARM-AREA-TOTAL
                ' RESERVADA ' ARM-AREA-RESERVADA.
            IF ARM-CONSIGNACAO
                DISPLAY '   CONSIGNACAO NO CLIENTE ' ARM-CLIENTE
                    ' ULTIMA CONTAGEM ' ARM-DATA-CONTAGEM
            END-IF.
            PERFORM 2410-LER-PROXIMO.

       2950-LER-POR-CODIGO.
            DISPLAY 'NOME...........: ' ARM-NOME.
            DISPLAY 'AREA TOTAL.....: ' ARM-AREA-TOTAL.
            DISPLAY 'AREA RESERVADA.: ' ARM-AREA-RESERVADA.
            IF ARM-CONSIGNACAO
                DISPLAY 'TIPO...........: CONSIGNACAO NO CLIENTE'
                DISPLAY 'CLIENTE........: ' ARM-CLIENTE
                DISPLAY 'ULTIMA CONTAGEM: ' ARM-DATA-CONTAGEM
            ELSE
                DISPLAY 'TIPO...........: PROPRIO'
            END-IF.

       3000-FINALIZAR.
            CLOSE ARMAZENS-MASTER.
            CLOSE CLIENTES-MASTER.

       END PROGRAM ARMMANU.
