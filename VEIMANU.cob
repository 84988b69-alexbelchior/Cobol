      ******************************************************************
      * Author:  ALEXANDRE BELCHIOR MEDEIROS
      * Date:    15/10/2026
      * Purpose: MANUTENCAO DO MESTRE DE VEICULOS DA FROTA PROPRIA
      *          (ARQUIVO VEICULOS) - INCLUSAO, CONSULTA, ALTERACAO,
      *          INATIVACAO E LISTAGEM, COM A CAPACIDADE DE CARGA EM
      *          PESO E VOLUME USADA PELA MONTAGEM DE ROTAS (ROTAMONT).
      ******************************************************************
      * Modification History:
      * 15/10/2026 ABM  Programa original.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. VEIMANU.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT VEICULOS ASSIGN TO 'VEICULOS'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS VEI-CODIGO
               FILE STATUS IS WRK-FS-VEICULO.
       DATA DIVISION.
       FILE SECTION.
       FD  VEICULOS
           LABEL RECORD IS STANDARD.
           COPY VEIREG.
       WORKING-STORAGE SECTION.
       77 WRK-FS-VEICULO   PIC X(02) VALUE '00'.
       77 WRK-EOF-VEICULO  PIC X(01) VALUE 'N'.
           88 FIM-VEICULOS VALUE 'S'.
       77 WRK-OPCAO        PIC X(01) VALUE SPACE.
           88 OPCAO-SAIR   VALUE 'X' 'x'.
       77 WRK-CODIGO       PIC 9(03) VALUE ZEROS.
       PROCEDURE DIVISION.
       0000-PRINCIPAL SECTION.
            PERFORM 1000-INICIAR.
            PERFORM 2000-MENU UNTIL OPCAO-SAIR.
            PERFORM 3000-FINALIZAR.
            STOP RUN.

       1000-INICIAR.
            OPEN I-O VEICULOS.
            IF WRK-FS-VEICULO = '35'
                CLOSE VEICULOS
                OPEN OUTPUT VEICULOS
                CLOSE VEICULOS
                OPEN I-O VEICULOS
            END-IF.

       2000-MENU.
            DISPLAY ' '.
            DISPLAY 'MANUTENCAO DO MESTRE DE VEICULOS'.
            DISPLAY '1 - INCLUIR'.
            DISPLAY '2 - CONSULTAR'.
            DISPLAY '3 - ALTERAR'.
            DISPLAY '4 - INATIVAR'.
            DISPLAY '5 - LISTAR'.
            DISPLAY 'X - SAIDA'.
            DISPLAY 'OPCAO.. '.
            ACCEPT WRK-OPCAO.
            EVALUATE WRK-OPCAO
                WHEN '1'
                    PERFORM 2100-INCLUIR
                WHEN '2'
                    PERFORM 2200-CONSULTAR
                WHEN '3'
                    PERFORM 2300-ALTERAR
                WHEN '4'
                    PERFORM 2400-INATIVAR
                WHEN '5'
                    PERFORM 2500-LISTAR
                WHEN OTHER
                    IF NOT OPCAO-SAIR
                        DISPLAY 'ENTRE COM OPCAO CORRETA'
                    END-IF
            END-EVALUATE.

       2100-INCLUIR.
            DISPLAY 'CODIGO DO VEICULO.. '.
            ACCEPT WRK-CODIGO.
            MOVE WRK-CODIGO TO VEI-CODIGO.
            READ VEICULOS
                INVALID KEY
                    PERFORM 2110-CAPTURAR-DADOS
                    MOVE WRK-CODIGO TO VEI-CODIGO
                    SET VEICULO-ATIVO TO TRUE
                    WRITE VEICULO-REG
                        INVALID KEY
                            DISPLAY 'ERRO AO GRAVAR VEICULO'
                        NOT INVALID KEY
                            DISPLAY 'VEICULO INCLUIDO'
                    END-WRITE
                NOT INVALID KEY
                    DISPLAY 'CODIGO JA CADASTRADO: ' VEI-PLACA
            END-READ.

      *----------------------------------------------------------------
      * CAPACIDADE ZERADA NAO LIMITA A MONTAGEM DA ROTA NAQUELA
      * MEDIDA.
      *----------------------------------------------------------------
       2110-CAPTURAR-DADOS.
            DISPLAY 'PLACA.. '.
            ACCEPT VEI-PLACA.
            DISPLAY 'DESCRICAO.. '.
            ACCEPT VEI-DESCRICAO.
            DISPLAY 'MOTORISTA.. '.
            ACCEPT VEI-MOTORISTA.
            DISPLAY 'CAPACIDADE EM PESO (KG, 0 = SEM LIMITE).. '.
            ACCEPT VEI-CAP-PESO.
            DISPLAY 'CAPACIDADE EM VOLUME (M3, 0 = SEM LIMITE).. '.
            ACCEPT VEI-CAP-VOLUME.

       2200-CONSULTAR.
            PERFORM 2950-LER-POR-CODIGO.
            IF WRK-FS-VEICULO = '00'
                PERFORM 2960-EXIBIR-VEICULO
            END-IF.

       2300-ALTERAR.
            PERFORM 2950-LER-POR-CODIGO.
            IF WRK-FS-VEICULO = '00'
                PERFORM 2110-CAPTURAR-DADOS
                REWRITE VEICULO-REG
                    INVALID KEY
                        DISPLAY 'ERRO AO GRAVAR ALTERACAO'
                    NOT INVALID KEY
                        DISPLAY 'VEICULO ALTERADO'
                END-REWRITE
            END-IF.

       2400-INATIVAR.
            PERFORM 2950-LER-POR-CODIGO.
            IF WRK-FS-VEICULO = '00'
                SET VEICULO-INATIVO TO TRUE
                REWRITE VEICULO-REG
                    INVALID KEY
                        DISPLAY 'ERRO AO INATIVAR'
                    NOT INVALID KEY
                        DISPLAY 'VEICULO INATIVADO'
                END-REWRITE
            END-IF.

       2500-LISTAR.
            MOVE 'N' TO WRK-EOF-VEICULO.
            MOVE ZEROS TO VEI-CODIGO.
            START VEICULOS KEY IS NOT LESS THAN VEI-CODIGO
                INVALID KEY
                    MOVE 'S' TO WRK-EOF-VEICULO
            END-START.
            IF NOT FIM-VEICULOS
                PERFORM 2510-LER-PROXIMO
                PERFORM 2520-EXIBIR-LINHA UNTIL FIM-VEICULOS
            ELSE
                DISPLAY 'NENHUM VEICULO CADASTRADO'
            END-IF.

       2510-LER-PROXIMO.
            READ VEICULOS NEXT RECORD
                AT END
                    MOVE 'S' TO WRK-EOF-VEICULO
            END-READ.

       2520-EXIBIR-LINHA.
            DISPLAY VEI-CODIGO ' ' VEI-PLACA ' ' VEI-DESCRICAO
                ' ' VEI-CAP-PESO ' KG ' VEI-CAP-VOLUME ' M3 '
                VEI-STATUS.
            PERFORM 2510-LER-PROXIMO.

       2950-LER-POR-CODIGO.
            DISPLAY 'CODIGO DO VEICULO.. '.
            ACCEPT WRK-CODIGO.
            MOVE WRK-CODIGO TO VEI-CODIGO.
            READ VEICULOS
                INVALID KEY
                    DISPLAY 'VEICULO NAO ENCONTRADO'
            END-READ.

       2960-EXIBIR-VEICULO.
            DISPLAY 'PLACA.......: ' VEI-PLACA.
            DISPLAY 'DESCRICAO...: ' VEI-DESCRICAO.
            DISPLAY 'MOTORISTA...: ' VEI-MOTORISTA.
            DISPLAY 'CAP. PESO...: ' VEI-CAP-PESO ' KG'.
            DISPLAY 'CAP. VOLUME.: ' VEI-CAP-VOLUME ' M3'.
            DISPLAY 'STATUS......: ' VEI-STATUS.

       3000-FINALIZAR.
            CLOSE VEICULOS.

       END PROGRAM VEIMANU.
