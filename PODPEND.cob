      ******************************************************************
      * Author:  ALEXANDRE BELCHIOR MEDEIROS
      * Date:    15/10/2026
      * Purpose: EMBARQUES SEM COMPROVANTE DE ENTREGA - LISTA OS
      *          PEDIDOS EMBARCADOS HA N DIAS OU MAIS (N DA CHAVE
      *          DIASPOD DE PARAMS, PADRAO 5) QUE A TRANSPORTADORA
      *          AINDA NAO DEU COMO ENTREGUES NO ARQUIVO DE OCORRENCIAS
      *          (PODENTR), COM A ULTIMA OCORRENCIA QUANDO HOUVER
      *          (RECUSADO, ENDERECO NAO ENCONTRADO, DEVOLVIDO).
      *          PEDIDO CANCELADO OU JA ENTREGUE FICA DE FORA. RODA NA
      *          CADEIA NOTURNA (CLNOITE), DEPOIS DO PODIMP.
      ******************************************************************
      * Modification History:
      * 15/10/2026 ABM  Programa original.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PODPEND.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT EMBARQUES ASSIGN TO 'EMBARQUE'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS EMB-NUMERO
               FILE STATUS IS WRK-FS-EMBARQUE.
           SELECT EMBARQUE-ITENS ASSIGN TO 'EMBITEN'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EBI-CHAVE
               FILE STATUS IS WRK-FS-EMBITEN.
           SELECT TRANSPORTADORAS ASSIGN TO 'TRANSP'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TRA-CODIGO
               FILE STATUS IS WRK-FS-TRANSP.
           SELECT PEDIDOS ASSIGN TO 'PEDIDOS'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PED-NUMERO
               FILE STATUS IS WRK-FS-PEDIDO.
           SELECT POD-ENTREGAS ASSIGN TO 'PODENTR'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PDE-CHAVE
               FILE STATUS IS WRK-FS-PODENTR.
           SELECT REL-PENDENTES ASSIGN TO 'PODPEND.TXT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-REL.
       DATA DIVISION.
       FILE SECTION.
       FD  EMBARQUES
           LABEL RECORD IS STANDARD.
           COPY EMBREG.
       FD  EMBARQUE-ITENS
           LABEL RECORD IS STANDARD.
           COPY EMBIREG.
       FD  TRANSPORTADORAS
           LABEL RECORD IS STANDARD.
           COPY TRAREG.
       FD  PEDIDOS
           LABEL RECORD IS STANDARD.
           COPY PEDIREG.
       FD  POD-ENTREGAS
           LABEL RECORD IS STANDARD.
           COPY PODREG.
       FD  REL-PENDENTES
           LABEL RECORD IS STANDARD.
       01 REL-LINHA                 PIC X(120).
       WORKING-STORAGE SECTION.
       77 WRK-FS-EMBARQUE  PIC X(02) VALUE '00'.
       77 WRK-FS-EMBITEN   PIC X(02) VALUE '00'.
       77 WRK-FS-TRANSP    PIC X(02) VALUE '00'.
       77 WRK-FS-PEDIDO    PIC X(02) VALUE '00'.
       77 WRK-FS-PODENTR   PIC X(02) VALUE '00'.
       77 WRK-FS-REL       PIC X(02) VALUE '00'.
       77 WRK-EOF-EMBARQUE PIC X(01) VALUE 'N'.
           88 FIM-EMBARQUES VALUE 'S'.
       77 WRK-EOF-ITENS    PIC X(01) VALUE 'N'.
           88 FIM-ITENS    VALUE 'S'.
       77 WRK-DIAS-LIMITE  PIC 9(03) VALUE 5.
       77 WRK-DIAS-HOJE    PIC 9(07) VALUE ZEROS.
       77 WRK-DIAS-EMB     PIC 9(07) VALUE ZEROS.
       77 WRK-DIAS         PIC S9(05) VALUE ZEROS.
       77 WRK-SITUACAO     PIC X(24) VALUE SPACES.
       77 WRK-QTD-EMBARQUES PIC 9(05) VALUE ZEROS.
       77 WRK-QTD-PENDENTES PIC 9(05) VALUE ZEROS.
       77 WRK-QTD-OCORR    PIC 9(05) VALUE ZEROS.
       01 WRK-DATA-EMB-GRP.
           05 WRK-DATA-EMB     PIC 9(08) VALUE ZEROS.
           05 WRK-DATA-EMB-ED REDEFINES WRK-DATA-EMB.
               10 WRK-EMB-ANO   PIC 9(04).
               10 WRK-EMB-MES   PIC 9(02).
               10 WRK-EMB-DIA   PIC 9(02).
       01 WRK-DATA-HOJE-GRP.
           05 WRK-DATA-HOJE    PIC 9(08) VALUE ZEROS.
           05 WRK-DATA-HOJE-ED REDEFINES WRK-DATA-HOJE.
               10 WRK-HOJE-ANO  PIC 9(04).
               10 WRK-HOJE-MES  PIC 9(02).
               10 WRK-HOJE-DIA  PIC 9(02).
           COPY PLRREG.
           COPY REPORTHD.
           COPY JOBLREG.
       PROCEDURE DIVISION.
       0000-PRINCIPAL SECTION.
            PERFORM 1000-INICIAR.
            PERFORM 2010-LER-EMBARQUE.
            PERFORM 2000-PROCESSAR UNTIL FIM-EMBARQUES.
            PERFORM 4000-FINALIZAR.
            STOP RUN.

      *----------------------------------------------------------------
      * O PRAZO PARA A TRANSPORTADORA DAR A ENTREGA VEM DA CHAVE
      * DIASPOD (ROTINA COMUM PARMLER); SEM PARAMETRO, 5 DIAS.
      *----------------------------------------------------------------
       1000-INICIAR.
            MOVE 'PODPEND' TO JBL-PROGRAMA.
            MOVE 'I' TO JBL-EVENTO.
            CALL 'JOBLOG' USING JOBLOG-AREA.
            ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD.
            COMPUTE WRK-DIAS-HOJE = (WRK-HOJE-ANO * 360)
                + (WRK-HOJE-MES * 30) + WRK-HOJE-DIA.
            MOVE WRK-DATA-HOJE TO PLR-DATA.
            MOVE 'DIASPOD' TO PLR-CHAVE.
            CALL 'PARMLER' USING PARMLER-AREA.
            IF PARAM-ACHADO
                MOVE PLR-VALOR TO WRK-DIAS-LIMITE
            END-IF.
            OPEN INPUT EMBARQUES.
            IF WRK-FS-EMBARQUE = '35'
                CLOSE EMBARQUES
                OPEN OUTPUT EMBARQUES
                CLOSE EMBARQUES
                OPEN INPUT EMBARQUES
            END-IF.
            OPEN INPUT EMBARQUE-ITENS.
            IF WRK-FS-EMBITEN = '35'
                CLOSE EMBARQUE-ITENS
                OPEN OUTPUT EMBARQUE-ITENS
                CLOSE EMBARQUE-ITENS
                OPEN INPUT EMBARQUE-ITENS
            END-IF.
            OPEN INPUT TRANSPORTADORAS.
            IF WRK-FS-TRANSP = '35'
                CLOSE TRANSPORTADORAS
                OPEN OUTPUT TRANSPORTADORAS
                CLOSE TRANSPORTADORAS
                OPEN INPUT TRANSPORTADORAS
            END-IF.
            OPEN INPUT PEDIDOS.
            IF WRK-FS-PEDIDO = '35'
                CLOSE PEDIDOS
                OPEN OUTPUT PEDIDOS
                CLOSE PEDIDOS
                OPEN INPUT PEDIDOS
            END-IF.
            OPEN INPUT POD-ENTREGAS.
            IF WRK-FS-PODENTR = '35'
                CLOSE POD-ENTREGAS
                OPEN OUTPUT POD-ENTREGAS
                CLOSE POD-ENTREGAS
                OPEN INPUT POD-ENTREGAS
            END-IF.
            OPEN OUTPUT REL-PENDENTES.
            MOVE 1 TO RPT-PAGINA.
            MOVE RPT-PAGINA TO RPT-PAGINA-ED.
            ACCEPT RPT-DATA-EMISSAO FROM DATE YYYYMMDD.
            MOVE SPACES TO REL-LINHA.
            STRING 'EMBARQUES SEM COMPROVANTE DE ENTREGA HA '
                DELIMITED SIZE
                WRK-DIAS-LIMITE DELIMITED SIZE
                ' DIAS OU MAIS   DATA: ' DELIMITED SIZE
                RPT-DIA DELIMITED SIZE
                '/' DELIMITED SIZE
                RPT-MES DELIMITED SIZE
                '/' DELIMITED SIZE
                RPT-ANO DELIMITED SIZE
                INTO REL-LINHA
            END-STRING.
            WRITE REL-LINHA.
            MOVE SPACES TO REL-LINHA.
            WRITE REL-LINHA.

       2010-LER-EMBARQUE.
            READ EMBARQUES NEXT RECORD
                AT END
                    MOVE 'S' TO WRK-EOF-EMBARQUE
            END-READ.

       2000-PROCESSAR.
            MOVE EMB-DATA TO WRK-DATA-EMB.
            COMPUTE WRK-DIAS-EMB = (WRK-EMB-ANO * 360)
                + (WRK-EMB-MES * 30) + WRK-EMB-DIA.
            COMPUTE WRK-DIAS = WRK-DIAS-HOJE - WRK-DIAS-EMB.
            IF WRK-DIAS >= WRK-DIAS-LIMITE
                ADD 1 TO WRK-QTD-EMBARQUES
                PERFORM 2100-VARRER-PEDIDOS
            END-IF.
            PERFORM 2010-LER-EMBARQUE.

       2100-VARRER-PEDIDOS.
            MOVE 'N' TO WRK-EOF-ITENS.
            MOVE EMB-NUMERO TO EBI-EMBARQUE.
            MOVE ZEROS TO EBI-PEDIDO.
            START EMBARQUE-ITENS KEY IS NOT LESS THAN EBI-CHAVE
                INVALID KEY
                    MOVE 'S' TO WRK-EOF-ITENS
            END-START.
            IF NOT FIM-ITENS
                PERFORM 2110-LER-ITEM
                PERFORM 2200-CONFERIR-PEDIDO UNTIL FIM-ITENS
            END-IF.

       2110-LER-ITEM.
            READ EMBARQUE-ITENS NEXT RECORD
                AT END
                    MOVE 'S' TO WRK-EOF-ITENS
            END-READ.
            IF NOT FIM-ITENS
                AND EBI-EMBARQUE NOT = EMB-NUMERO
                MOVE 'S' TO WRK-EOF-ITENS
            END-IF.

      *----------------------------------------------------------------
      * PEDIDO CANCELADO OU JA ENTREGUE (PELO PODIMP OU A MAO NO
      * PEDMANUT) NAO ESTA PENDENTE; OS DEMAIS SO SAEM DA LISTA
      * QUANDO A TRANSPORTADORA MANDAR A OCORRENCIA DE ENTREGA.
      *----------------------------------------------------------------
       2200-CONFERIR-PEDIDO.
            MOVE EBI-PEDIDO TO PED-NUMERO.
            READ PEDIDOS
                INVALID KEY
                    MOVE 'C' TO PED-STATUS
            END-READ.
            IF NOT PEDIDO-CANCELADO AND NOT PEDIDO-ENTREGUE
                MOVE EBI-CHAVE TO PDE-CHAVE
                READ POD-ENTREGAS
                    INVALID KEY
                        MOVE 'SEM OCORRENCIA' TO WRK-SITUACAO
                    NOT INVALID KEY
                        PERFORM 2250-DESCREVER-OCORRENCIA
                END-READ
                IF WRK-SITUACAO NOT = SPACES
                    PERFORM 2300-IMPRIMIR-PENDENTE
                END-IF
            END-IF.
            PERFORM 2110-LER-ITEM.

       2250-DESCREVER-OCORRENCIA.
            EVALUATE TRUE
                WHEN PDE-ENTREGUE
                    MOVE SPACES TO WRK-SITUACAO
                WHEN PDE-RECUSADO
                    MOVE 'RECUSADO' TO WRK-SITUACAO
                WHEN PDE-NAO-ACHADO
                    MOVE 'ENDERECO NAO ENCONTRADO' TO WRK-SITUACAO
                WHEN PDE-DEVOLVIDO
                    MOVE 'DEVOLVIDO' TO WRK-SITUACAO
                WHEN OTHER
                    MOVE 'SEM OCORRENCIA' TO WRK-SITUACAO
            END-EVALUATE.
            IF WRK-SITUACAO NOT = SPACES
                AND WRK-SITUACAO NOT = 'SEM OCORRENCIA'
                ADD 1 TO WRK-QTD-OCORR
            END-IF.

       2300-IMPRIMIR-PENDENTE.
            ADD 1 TO WRK-QTD-PENDENTES.
            MOVE EMB-TRANSPORTADORA TO TRA-CODIGO.
            READ TRANSPORTADORAS
                INVALID KEY
                    MOVE SPACES TO TRA-NOME
            END-READ.
            MOVE SPACES TO REL-LINHA.
            STRING 'EMBARQUE ' DELIMITED SIZE
                EMB-NUMERO DELIMITED SIZE
                ' DE ' DELIMITED SIZE
                EMB-DATA DELIMITED SIZE
                ' (' DELIMITED SIZE
                WRK-DIAS DELIMITED SIZE
                ' DIAS) PEDIDO ' DELIMITED SIZE
                EBI-PEDIDO DELIMITED SIZE
                ' CLIENTE ' DELIMITED SIZE
                EBI-CLIENTE DELIMITED SIZE
                ' ' DELIMITED SIZE
                WRK-SITUACAO DELIMITED SIZE
                ' TRANSP ' DELIMITED SIZE
                EMB-TRANSPORTADORA DELIMITED SIZE
                ' ' DELIMITED SIZE
                TRA-NOME DELIMITED SIZE
                INTO REL-LINHA
            END-STRING.
            WRITE REL-LINHA.

       4000-FINALIZAR.
            MOVE SPACES TO REL-LINHA.
            WRITE REL-LINHA.
            MOVE SPACES TO REL-LINHA.
            STRING 'EMBARQUES NO PRAZO VENCIDO: ' DELIMITED SIZE
                WRK-QTD-EMBARQUES DELIMITED SIZE
                '   PEDIDOS SEM ENTREGA: ' DELIMITED SIZE
                WRK-QTD-PENDENTES DELIMITED SIZE
                '   COM OCORRENCIA DE INSUCESSO: ' DELIMITED SIZE
                WRK-QTD-OCORR DELIMITED SIZE
                INTO REL-LINHA
            END-STRING.
            WRITE REL-LINHA.
            CLOSE EMBARQUES.
            CLOSE EMBARQUE-ITENS.
            CLOSE TRANSPORTADORAS.
            CLOSE PEDIDOS.
            CLOSE POD-ENTREGAS.
            CLOSE REL-PENDENTES.
            MOVE 'F' TO JBL-EVENTO.
            MOVE ZEROS TO JBL-RETORNO.
            MOVE WRK-QTD-EMBARQUES TO JBL-LIDOS.
            MOVE WRK-QTD-PENDENTES TO JBL-GRAVADOS.
            CALL 'JOBLOG' USING JOBLOG-AREA.

       END PROGRAM PODPEND.
