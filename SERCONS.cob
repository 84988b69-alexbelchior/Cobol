      ******************************************************************
      * Author:  ALEXANDRE BELCHIOR MEDEIROS
      * Date:    15/10/2026
      * Purpose: CONSULTA E ACERTO DOS NUMEROS DE SERIE (CADASTRO
      *          SERIAIS) - HISTORIA COMPLETA DE UMA SERIE (RECEBIDA
      *          DE QUAL FORNECEDOR/OC, EM QUE ARMAZEM, VENDIDA A QUAL
      *          CLIENTE EM QUAL PEDIDO/NOTA, DEVOLVIDA OU NAO) A
      *          PARTIR DO CADASTRO E DE SERHIST.TXT; LISTA DAS SERIES
      *          DE UM PRODUTO; IMPLANTACAO DAS SERIES DO ESTOQUE QUE
      *          JA EXISTIA ANTES DO CONTROLE (LIMITADA AO SALDO DO
      *          ARMAZEM AINDA SEM SERIE) E BAIXA DE SERIE EM ESTOQUE
      *          QUE NAO FOI ENCONTRADA NO INVENTARIO. A CONCILIACAO
      *          NOTURNA SERIES X ESTOQUE E O SERCONC.
      ******************************************************************
      * Modification History:
      * 15/10/2026 ABM  Programa original.
      * 15/10/2026 ABM  Captura de series chamada no modo normal
      *                 (SCP-MODO em branco) da rotina SERCAPT. A
      *                 consulta descreve a situacao e o evento M
      *                 (serie consumida em ordem de montagem).
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SERCONS.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SERIAIS ASSIGN TO 'SERIAIS'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SER-CHAVE
               FILE STATUS IS WRK-FS-SERIAIS.
           SELECT SERIE-HISTORICO ASSIGN TO 'SERHIST.TXT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-HIST.
           SELECT PRODUTOS-MASTER ASSIGN TO 'PRODUTOS'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PRO-CODIGO
               FILE STATUS IS WRK-FS-PRODUTO.
           SELECT ESTOQUE-ARMAZEM ASSIGN TO 'ESTARMZ'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EAR-CHAVE
               FILE STATUS IS WRK-FS-ESTARMZ.
           SELECT CLIENTES-MASTER ASSIGN TO 'CLIMAST'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CLI-CODIGO
               FILE STATUS IS WRK-FS-MASTER.
           SELECT FORNECEDORES ASSIGN TO 'FORNECED'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FOR-CODIGO
               FILE STATUS IS WRK-FS-FORNEC.
           SELECT NOTAS-EMITIDAS ASSIGN TO 'NOTAS'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS NOT-NUMERO
               FILE STATUS IS WRK-FS-NOTAS.
       DATA DIVISION.
       FILE SECTION.
       FD  SERIAIS
           LABEL RECORD IS STANDARD.
           COPY SERREG.
       FD  SERIE-HISTORICO
           LABEL RECORD IS STANDARD.
           COPY SRHREG.
       FD  PRODUTOS-MASTER
           LABEL RECORD IS STANDARD.
           COPY PRODREG.
       FD  ESTOQUE-ARMAZEM
           LABEL RECORD IS STANDARD.
           COPY EARREG.
       FD  CLIENTES-MASTER
           LABEL RECORD IS STANDARD.
           COPY CLIREG.
       FD  FORNECEDORES
           LABEL RECORD IS STANDARD.
           COPY FORREG.
       FD  NOTAS-EMITIDAS
           LABEL RECORD IS STANDARD.
           COPY NOTAREG.
       WORKING-STORAGE SECTION.
       77 WRK-FS-SERIAIS   PIC X(02) VALUE '00'.
       77 WRK-FS-HIST      PIC X(02) VALUE '00'.
       77 WRK-FS-PRODUTO   PIC X(02) VALUE '00'.
       77 WRK-FS-ESTARMZ   PIC X(02) VALUE '00'.
       77 WRK-FS-MASTER    PIC X(02) VALUE '00'.
       77 WRK-FS-FORNEC    PIC X(02) VALUE '00'.
       77 WRK-FS-NOTAS     PIC X(02) VALUE '00'.
       77 WRK-OPCAO        PIC X(01) VALUE SPACE.
           88 OPCAO-SAIR   VALUE 'X' 'x'.
       77 WRK-USUARIO      PIC X(20) VALUE SPACES.
       77 WRK-CONFIRMA     PIC X(01) VALUE 'N'.
       77 WRK-PRODUTO      PIC 9(06) VALUE ZEROS.
       77 WRK-SERIE        PIC X(20) VALUE SPACES.
       77 WRK-ARMAZEM      PIC 9(02) VALUE ZEROS.
       77 WRK-QUANTIDADE   PIC 9(05) VALUE ZEROS.
       77 WRK-QTD-SERIES   PIC 9(07) VALUE ZEROS.
       77 WRK-QTD-SEM-SERIE PIC S9(07) VALUE ZEROS.
       77 WRK-QTD-LINHAS   PIC 9(05) VALUE ZEROS.
       77 WRK-NOTA         PIC 9(06) VALUE ZEROS.
       77 WRK-PRODUTO-OK   PIC X(01) VALUE 'N'.
           88 PRODUTO-OK   VALUE 'S'.
       77 WRK-EOF-SER      PIC X(01) VALUE 'N'.
           88 FIM-SERIAIS  VALUE 'S'.
       77 WRK-EOF-HIST     PIC X(01) VALUE 'N'.
           88 FIM-HIST     VALUE 'S'.
       77 WRK-EOF-NOTA     PIC X(01) VALUE 'N'.
           88 FIM-NOTAS    VALUE 'S'.
       77 WRK-DESC-SITUACAO PIC X(12) VALUE SPACES.
       77 WRK-DESC-EVENTO  PIC X(14) VALUE SPACES.
       01 WRK-DATA-HORA.
           05 WRK-DH-DATA   PIC 9(08).
           05 WRK-DH-HORA   PIC 9(06).
           COPY SESREG.
           COPY SCPREG.
       PROCEDURE DIVISION.
       0000-PRINCIPAL SECTION.
            PERFORM 1000-INICIAR.
            PERFORM 2000-MENU UNTIL OPCAO-SAIR.
            MOVE WRK-USUARIO TO SES-USUARIO.
            MOVE 'SERCONS' TO SES-PROGRAMA.
            MOVE 'SAIDA' TO SES-EVENTO.
            CALL 'SESSLOG' USING SESSLOG-AREA.
            PERFORM 3000-FINALIZAR.
            STOP RUN.

       1000-INICIAR.
            PERFORM 1100-ABRIR-SERIAIS.
            OPEN INPUT PRODUTOS-MASTER.
            OPEN INPUT ESTOQUE-ARMAZEM.
            IF WRK-FS-ESTARMZ = '35'
                CLOSE ESTOQUE-ARMAZEM
                OPEN OUTPUT ESTOQUE-ARMAZEM
                CLOSE ESTOQUE-ARMAZEM
                OPEN INPUT ESTOQUE-ARMAZEM
            END-IF.
            OPEN INPUT CLIENTES-MASTER.
            OPEN INPUT FORNECEDORES.
            OPEN INPUT NOTAS-EMITIDAS.
            IF WRK-FS-NOTAS = '35'
                CLOSE NOTAS-EMITIDAS
                OPEN OUTPUT NOTAS-EMITIDAS
                CLOSE NOTAS-EMITIDAS
                OPEN INPUT NOTAS-EMITIDAS
            END-IF.
            DISPLAY 'USUARIO.. '.
            ACCEPT WRK-USUARIO.
            MOVE WRK-USUARIO TO SES-USUARIO.
            MOVE 'SERCONS' TO SES-PROGRAMA.
            MOVE 'ENTRADA' TO SES-EVENTO.
            CALL 'SESSLOG' USING SESSLOG-AREA.

       1100-ABRIR-SERIAIS.
            OPEN I-O SERIAIS.
            IF WRK-FS-SERIAIS = '35'
                CLOSE SERIAIS
                OPEN OUTPUT SERIAIS
                CLOSE SERIAIS
                OPEN I-O SERIAIS
            END-IF.

       2000-MENU.
            DISPLAY ' '.
            DISPLAY 'NUMEROS DE SERIE'.
            DISPLAY '1 - CONSULTAR HISTORIA DE UMA SERIE'.
            DISPLAY '2 - LISTAR SERIES DE UM PRODUTO'.
            DISPLAY '3 - IMPLANTAR SERIES DO ESTOQUE EXISTENTE'.
            DISPLAY '4 - BAIXAR SERIE NAO ENCONTRADA NO INVENTARIO'.
            DISPLAY 'X - SAIDA'.
            DISPLAY 'OPCAO.. '.
            ACCEPT WRK-OPCAO.
            EVALUATE WRK-OPCAO
                WHEN '1'
                    PERFORM 2100-CONSULTAR
                WHEN '2'
                    PERFORM 2200-LISTAR
                WHEN '3'
                    PERFORM 2300-IMPLANTAR
                WHEN '4'
                    PERFORM 2400-BAIXAR
                WHEN OTHER
                    IF NOT OPCAO-SAIR
                        DISPLAY 'ENTRE COM OPCAO CORRETA'
                    END-IF
            END-EVALUATE.

      *----------------------------------------------------------------
      * HISTORIA DE UMA SERIE - SITUACAO ATUAL DO CADASTRO (COM A NOTA
      * QUE FATUROU O PEDIDO DA VENDA) E TODOS OS EVENTOS GRAVADOS EM
      * SERHIST.TXT, NA ORDEM EM QUE ACONTECERAM.
      *----------------------------------------------------------------
       2100-CONSULTAR.
            PERFORM 2900-LER-PRODUTO.
            IF PRODUTO-OK
                DISPLAY 'NUMERO DE SERIE.. '
                MOVE SPACES TO WRK-SERIE
                ACCEPT WRK-SERIE
                MOVE WRK-PRODUTO TO SER-PRODUTO
                MOVE WRK-SERIE TO SER-NUMERO
                READ SERIAIS
                    INVALID KEY
                        DISPLAY 'SERIE NAO CADASTRADA PARA O PRODUTO'
                    NOT INVALID KEY
                        PERFORM 2110-MOSTRAR-SERIE
                        PERFORM 2150-MOSTRAR-HISTORICO
                END-READ
            END-IF.

       2110-MOSTRAR-SERIE.
            PERFORM 2950-DESCREVER-SITUACAO.
            DISPLAY 'SERIE ' SER-NUMERO ' - SITUACAO: '
                WRK-DESC-SITUACAO ' ULTIMO MOVIMENTO: '
                SER-DATA-ULT-MOV.
            IF SER-FORNECEDOR NOT = ZEROS
                MOVE SER-FORNECEDOR TO FOR-CODIGO
                READ FORNECEDORES
                    INVALID KEY
                        MOVE SPACES TO FOR-NOME
                END-READ
                DISPLAY 'RECEBIDA EM ' SER-DATA-ENTRADA
                    ' DO FORNECEDOR ' SER-FORNECEDOR ' ' FOR-NOME
                IF SER-OC NOT = ZEROS
                    DISPLAY '    ORDEM DE COMPRA ' SER-OC
                END-IF
            ELSE
                DISPLAY 'ENTRADA EM ' SER-DATA-ENTRADA
                    ' SEM FORNECEDOR (IMPLANTACAO OU ENTRADA AVULSA)'
            END-IF.
            IF SERIAL-EM-ESTOQUE
                DISPLAY 'ARMAZEM ATUAL: ' SER-ARMAZEM
            END-IF.
            IF SER-CLIENTE NOT = ZEROS
                MOVE SER-CLIENTE TO CLI-CODIGO
                READ CLIENTES-MASTER
                    INVALID KEY
                        MOVE SPACES TO CLI-NOME
                END-READ
                PERFORM 2120-ACHAR-NOTA
                DISPLAY 'VENDIDA EM ' SER-DATA-SAIDA ' AO CLIENTE '
                    SER-CLIENTE ' ' CLI-NOME
                IF WRK-NOTA = ZEROS
                    DISPLAY '    PEDIDO ' SER-PEDIDO
                        ' (AINDA SEM NOTA ATIVA)'
                ELSE
                    DISPLAY '    PEDIDO ' SER-PEDIDO ' NOTA ' WRK-NOTA
                END-IF
            END-IF.
            IF SER-RMA NOT = ZEROS
                DISPLAY 'DEVOLVIDA EM ' SER-DATA-DEVOLUCAO
                    ' PELA RMA ' SER-RMA
            ELSE
                IF SER-CLIENTE NOT = ZEROS
                    DISPLAY 'SEM DEVOLUCAO'
                END-IF
            END-IF.

      *----------------------------------------------------------------
      * A NOTA NAO GUARDA A SERIE - A NOTA DA VENDA E A NOTA ATIVA QUE
      * FATUROU O PEDIDO DA ENTREGA.
      *----------------------------------------------------------------
       2120-ACHAR-NOTA.
            MOVE ZEROS TO WRK-NOTA.
            MOVE 'N' TO WRK-EOF-NOTA.
            MOVE ZEROS TO NOT-NUMERO.
            START NOTAS-EMITIDAS KEY IS NOT LESS THAN NOT-NUMERO
                INVALID KEY
                    MOVE 'S' TO WRK-EOF-NOTA
            END-START.
            PERFORM 2125-LER-NOTA
                UNTIL FIM-NOTAS OR WRK-NOTA NOT = ZEROS.

       2125-LER-NOTA.
            READ NOTAS-EMITIDAS NEXT
                AT END
                    MOVE 'S' TO WRK-EOF-NOTA
                NOT AT END
                    IF NOT-PEDIDO = SER-PEDIDO AND NOTA-ATIVA
                        MOVE NOT-NUMERO TO WRK-NOTA
                    END-IF
            END-READ.

       2150-MOSTRAR-HISTORICO.
            DISPLAY 'HISTORICO DA SERIE:'.
            MOVE ZEROS TO WRK-QTD-LINHAS.
            MOVE 'N' TO WRK-EOF-HIST.
            OPEN INPUT SERIE-HISTORICO.
            IF WRK-FS-HIST NOT = '00'
                MOVE 'S' TO WRK-EOF-HIST
            END-IF.
            PERFORM 2160-LER-HISTORICO UNTIL FIM-HIST.
            IF WRK-FS-HIST = '00' OR WRK-FS-HIST = '10'
                CLOSE SERIE-HISTORICO
            END-IF.
            IF WRK-QTD-LINHAS = ZEROS
                DISPLAY '    NENHUM EVENTO REGISTRADO'
            END-IF.

       2160-LER-HISTORICO.
            READ SERIE-HISTORICO
                AT END
                    MOVE 'S' TO WRK-EOF-HIST
                NOT AT END
                    IF SRH-PRODUTO = SER-PRODUTO
                        AND SRH-NUMERO = SER-NUMERO
                        PERFORM 2170-MOSTRAR-EVENTO
                    END-IF
            END-READ.

       2170-MOSTRAR-EVENTO.
            ADD 1 TO WRK-QTD-LINHAS.
            EVALUATE TRUE
                WHEN SRH-ENTRADA
                    MOVE 'ENTRADA'       TO WRK-DESC-EVENTO
                WHEN SRH-SAIDA
                    MOVE 'SAIDA/VENDA'   TO WRK-DESC-EVENTO
                WHEN SRH-DEVOLUCAO
                    MOVE 'DEVOLUCAO'     TO WRK-DESC-EVENTO
                WHEN SRH-SUCATA
                    MOVE 'SUCATA/BAIXA'  TO WRK-DESC-EVENTO
                WHEN SRH-TRANSFERENCIA
                    MOVE 'TRANSFERENCIA' TO WRK-DESC-EVENTO
                WHEN SRH-CONSUMO
                    MOVE 'CONSUMO/KIT'   TO WRK-DESC-EVENTO
                WHEN OTHER
                    MOVE SRH-EVENTO      TO WRK-DESC-EVENTO
            END-EVALUATE.
            DISPLAY '    ' SRH-DATA ' ' SRH-HORA ' ' WRK-DESC-EVENTO
                ' ' SRH-ORIGEM ' DOC ' SRH-DOCUMENTO ' ARMAZEM '
                SRH-ARMAZEM.
            IF SRH-FORNECEDOR NOT = ZEROS OR SRH-CLIENTE NOT = ZEROS
                DISPLAY '        FORNECEDOR ' SRH-FORNECEDOR
                    ' CLIENTE ' SRH-CLIENTE ' USUARIO ' SRH-USUARIO
            ELSE
                DISPLAY '        USUARIO ' SRH-USUARIO
            END-IF.

      *----------------------------------------------------------------
      * TODAS AS SERIES DO PRODUTO, NA ORDEM DA CHAVE.
      *----------------------------------------------------------------
       2200-LISTAR.
            PERFORM 2900-LER-PRODUTO.
            IF PRODUTO-OK
                MOVE ZEROS TO WRK-QTD-LINHAS
                MOVE ZEROS TO WRK-ARMAZEM
                PERFORM 2920-POSICIONAR-PRODUTO
                PERFORM 2210-LISTAR-SERIE UNTIL FIM-SERIAIS
                DISPLAY 'TOTAL DE SERIES: ' WRK-QTD-LINHAS
            END-IF.

       2210-LISTAR-SERIE.
            PERFORM 2930-LER-PROXIMA.
            IF NOT FIM-SERIAIS
                ADD 1 TO WRK-QTD-LINHAS
                PERFORM 2950-DESCREVER-SITUACAO
                DISPLAY SER-NUMERO ' ' WRK-DESC-SITUACAO
                    ' ARMAZEM ' SER-ARMAZEM ' CLIENTE ' SER-CLIENTE
                    ' PEDIDO ' SER-PEDIDO
            END-IF.

      *----------------------------------------------------------------
      * IMPLANTACAO - O SALDO DO ARMAZEM QUE AINDA NAO TEM SERIE (SALDO
      * MENOS AS SERIES EM ESTOQUE NELE) RECEBE AS SERIES PELA ROTINA
      * COMUM SERCAPT, COM ORIGEM IMPLANTAC. SERVE TAMBEM PARA A SOBRA
      * DE INVENTARIO DE PRODUTO SERIALIZADO. O ESTOQUE NAO MUDA.
      *----------------------------------------------------------------
       2300-IMPLANTAR.
            PERFORM 2900-LER-PRODUTO.
            IF PRODUTO-OK
                DISPLAY 'ARMAZEM.. '
                ACCEPT WRK-ARMAZEM
                PERFORM 2310-CONTAR-SEM-SERIE
                DISPLAY 'SALDO DO ARMAZEM SEM SERIE: '
                    WRK-QTD-SEM-SERIE
                IF WRK-QTD-SEM-SERIE > ZEROS
                    DISPLAY 'QUANTIDADE A IMPLANTAR.. '
                    ACCEPT WRK-QUANTIDADE
                    IF WRK-QUANTIDADE = ZEROS
                        OR WRK-QUANTIDADE > WRK-QTD-SEM-SERIE
                        DISPLAY 'QUANTIDADE INVALIDA'
                    ELSE
                        PERFORM 2320-CHAMAR-CAPTURA
                    END-IF
                ELSE
                    DISPLAY 'NADA A IMPLANTAR NESTE ARMAZEM'
                END-IF
            END-IF.

       2310-CONTAR-SEM-SERIE.
            MOVE WRK-ARMAZEM TO EAR-ARMAZEM.
            MOVE WRK-PRODUTO TO EAR-PRODUTO.
            READ ESTOQUE-ARMAZEM
                INVALID KEY
                    MOVE ZEROS TO EAR-SALDO
            END-READ.
            MOVE ZEROS TO WRK-QTD-SERIES.
            PERFORM 2920-POSICIONAR-PRODUTO.
            PERFORM 2315-CONTAR-SERIE UNTIL FIM-SERIAIS.
            COMPUTE WRK-QTD-SEM-SERIE = EAR-SALDO - WRK-QTD-SERIES.

       2315-CONTAR-SERIE.
            PERFORM 2930-LER-PROXIMA.
            IF NOT FIM-SERIAIS
                IF SERIAL-EM-ESTOQUE AND SER-ARMAZEM = WRK-ARMAZEM
                    ADD 1 TO WRK-QTD-SERIES
                END-IF
            END-IF.

      *----------------------------------------------------------------
      * A ROTINA COMUM ABRE O CADASTRO DE SERIES POR CONTA PROPRIA -
      * ELE FICA FECHADO AQUI DURANTE A CAPTURA.
      *----------------------------------------------------------------
       2320-CHAMAR-CAPTURA.
            MOVE 'E'            TO SCP-EVENTO.
            MOVE WRK-PRODUTO    TO SCP-PRODUTO.
            MOVE WRK-QUANTIDADE TO SCP-QUANTIDADE.
            MOVE ZEROS          TO SCP-QTD-SUCATA.
            MOVE WRK-ARMAZEM    TO SCP-ARMAZEM.
            MOVE ZEROS          TO SCP-ARMAZEM-DEST.
            MOVE 'IMPLANTAC'    TO SCP-ORIGEM.
            MOVE ZEROS          TO SCP-DOCUMENTO.
            MOVE ZEROS          TO SCP-FORNECEDOR.
            MOVE ZEROS          TO SCP-CLIENTE.
            MOVE WRK-USUARIO    TO SCP-USUARIO.
            MOVE SPACE          TO SCP-MODO.
            CLOSE SERIAIS.
            CALL 'SERCAPT' USING SERCAPT-AREA.
            PERFORM 1100-ABRIR-SERIAIS.
            IF SCP-CAPTUROU
                DISPLAY 'SERIES IMPLANTADAS'
            END-IF.

      *----------------------------------------------------------------
      * BAIXA DE SERIE EM ESTOQUE QUE O INVENTARIO NAO ENCONTROU - O
      * SALDO FISICO E ACERTADO PELO AJUSTE DO ESTMANU; AQUI A SERIE
      * FICA SUCATEADA COM EVENTO B DE ORIGEM AJUSTE NO HISTORICO.
      *----------------------------------------------------------------
       2400-BAIXAR.
            PERFORM 2900-LER-PRODUTO.
            IF PRODUTO-OK
                DISPLAY 'NUMERO DE SERIE.. '
                MOVE SPACES TO WRK-SERIE
                ACCEPT WRK-SERIE
                MOVE WRK-PRODUTO TO SER-PRODUTO
                MOVE WRK-SERIE TO SER-NUMERO
                READ SERIAIS
                    INVALID KEY
                        DISPLAY 'SERIE NAO CADASTRADA PARA O PRODUTO'
                    NOT INVALID KEY
                        IF SERIAL-EM-ESTOQUE
                            PERFORM 2410-CONFIRMAR-BAIXA
                        ELSE
                            PERFORM 2950-DESCREVER-SITUACAO
                            DISPLAY 'SO SERIE EM ESTOQUE PODE SER '
                                'BAIXADA - SITUACAO '
                                WRK-DESC-SITUACAO
                        END-IF
                END-READ
            END-IF.

       2410-CONFIRMAR-BAIXA.
            DISPLAY 'SERIE EM ESTOQUE NO ARMAZEM ' SER-ARMAZEM.
            DISPLAY 'CONFIRMA A BAIXA (S/N).. '.
            ACCEPT WRK-CONFIRMA.
            IF WRK-CONFIRMA = 'S' OR WRK-CONFIRMA = 's'
                ACCEPT WRK-DH-DATA FROM DATE YYYYMMDD
                ACCEPT WRK-DH-HORA FROM TIME
                MOVE 'B' TO SER-STATUS
                MOVE WRK-DH-DATA TO SER-DATA-ULT-MOV
                REWRITE SERIAL-REG
                    INVALID KEY
                        DISPLAY 'ERRO AO GRAVAR A SERIE'
                    NOT INVALID KEY
                        PERFORM 2420-GRAVAR-HISTORICO
                        DISPLAY 'SERIE BAIXADA'
                END-REWRITE
            ELSE
                DISPLAY 'BAIXA NAO GRAVADA'
            END-IF.

       2420-GRAVAR-HISTORICO.
            OPEN EXTEND SERIE-HISTORICO.
            IF WRK-FS-HIST NOT = '00'
                OPEN OUTPUT SERIE-HISTORICO
            END-IF.
            MOVE WRK-DH-DATA    TO SRH-DATA.
            MOVE WRK-DH-HORA    TO SRH-HORA.
            MOVE WRK-USUARIO    TO SRH-USUARIO.
            MOVE SER-PRODUTO    TO SRH-PRODUTO.
            MOVE SER-NUMERO     TO SRH-NUMERO.
            MOVE 'B'            TO SRH-EVENTO.
            MOVE 'AJUSTE'       TO SRH-ORIGEM.
            MOVE ZEROS          TO SRH-DOCUMENTO.
            MOVE SER-ARMAZEM    TO SRH-ARMAZEM.
            MOVE ZEROS          TO SRH-FORNECEDOR.
            MOVE ZEROS          TO SRH-CLIENTE.
            WRITE SRH-LINHA.
            CLOSE SERIE-HISTORICO.

       2900-LER-PRODUTO.
            MOVE 'N' TO WRK-PRODUTO-OK.
            DISPLAY 'CODIGO DO PRODUTO.. '.
            ACCEPT WRK-PRODUTO.
            MOVE WRK-PRODUTO TO PRO-CODIGO.
            READ PRODUTOS-MASTER
                INVALID KEY
                    DISPLAY 'PRODUTO NAO CADASTRADO'
                NOT INVALID KEY
                    DISPLAY 'PRODUTO: ' PRO-DESCRICAO
                    IF PRODUTO-SERIALIZADO
                        MOVE 'S' TO WRK-PRODUTO-OK
                    ELSE
                        DISPLAY 'PRODUTO NAO CONTROLA NUMERO DE SERIE'
                    END-IF
            END-READ.

       2920-POSICIONAR-PRODUTO.
            MOVE 'N' TO WRK-EOF-SER.
            MOVE WRK-PRODUTO TO SER-PRODUTO.
            MOVE SPACES TO SER-NUMERO.
            START SERIAIS KEY IS NOT LESS THAN SER-CHAVE
                INVALID KEY
                    MOVE 'S' TO WRK-EOF-SER
            END-START.

       2930-LER-PROXIMA.
            READ SERIAIS NEXT
                AT END
                    MOVE 'S' TO WRK-EOF-SER
                NOT AT END
                    IF SER-PRODUTO NOT = WRK-PRODUTO
                        MOVE 'S' TO WRK-EOF-SER
                    END-IF
            END-READ.

       2950-DESCREVER-SITUACAO.
            EVALUATE TRUE
                WHEN SERIAL-EM-ESTOQUE
                    MOVE 'EM ESTOQUE'  TO WRK-DESC-SITUACAO
                WHEN SERIAL-VENDIDO
                    MOVE 'VENDIDA'     TO WRK-DESC-SITUACAO
                WHEN SERIAL-SUCATEADO
                    MOVE 'SUCATEADA'   TO WRK-DESC-SITUACAO
                WHEN SERIAL-CONSUMIDO
                    MOVE 'EM KIT'      TO WRK-DESC-SITUACAO
                WHEN OTHER
                    MOVE SER-STATUS    TO WRK-DESC-SITUACAO
            END-EVALUATE.

       3000-FINALIZAR.
            CLOSE SERIAIS.
            CLOSE PRODUTOS-MASTER.
            CLOSE ESTOQUE-ARMAZEM.
            CLOSE CLIENTES-MASTER.
            CLOSE FORNECEDORES.
            CLOSE NOTAS-EMITIDAS.

       END PROGRAM SERCONS.
