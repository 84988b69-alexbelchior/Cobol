      ******************************************************************
      * Modification History:
      * 22/08/2026 ABM  Programa original.
      * 15/10/2026 ABM  Linhas da conciliacao da adquirente de cartao
      *                 (CARTAO, TAXACARTAO, CHARGEBACK) nao entram no
      *                 extrato - nao mexem no saldo da conta corrente.
      * 15/10/2026 ABM  Le tambem os arquivos datados da virada anual
      *                 (CTAMOV.AAAA, do MOVYEAR) desde o ano da data
      *                 inicial antes do CTAMOV.TXT corrente; a linha de
      *                 abertura do primeiro arquivo lido da o saldo
      *                 anterior a ele.
      * 15/10/2026 ABM  Opcao de envio por email: o extrato vai para
      *                 EXTcccccc.TXT e entra na fila EMAILQ.TXT (rotina
      *                 EMAILENF); cliente sem email, com preferencia de
      *                 nao-email ou com endereco devolvido recebe o
      *                 EXTRATO.TXT impresso, como antes.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. EXTRATO.
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CLI-CODIGO
               FILE STATUS IS WRK-FS-MASTER.
           SELECT CONTA-MOVTOS ASSIGN TO WRK-NOME-MOVTOS
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-MOVTOS.
           SELECT REL-EXTRATO ASSIGN TO WRK-NOME-REL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-REL.
       DATA DIVISION.
       77 WRK-FS-REL       PIC X(02) VALUE '00'.
       77 WRK-EOF-MOVTOS   PIC X(01) VALUE 'N'.
           88 FIM-MOVTOS   VALUE 'S'.
       77 WRK-NOME-MOVTOS  PIC X(14) VALUE SPACES.
       77 WRK-ANO-ARQ      PIC 9(04) VALUE ZEROS.
       77 WRK-ANO-INI      PIC 9(04) VALUE ZEROS.
       77 WRK-QTD-FONTES   PIC 9(04) VALUE ZEROS.
       77 WRK-CLIENTE      PIC 9(06) VALUE ZEROS.
       77 WRK-DATA-INI     PIC 9(08) VALUE ZEROS.
       77 WRK-DATA-FIM     PIC 9(08) VALUE 99999999.
       77 WRK-QTD-MOVTOS   PIC 9(06) VALUE ZEROS.
       77 WRK-SALDO-ED     PIC -ZZZZZZZZ9,99 VALUE ZEROS.
       77 WRK-VALOR-ED     PIC ZZZZZZZZ9,99 VALUE ZEROS.
       77 WRK-NOME-REL     PIC X(20) VALUE 'EXTRATO.TXT'.
       77 WRK-ENVIA-EMAIL  PIC X(01) VALUE 'N'.
           88 ENVIAR-EMAIL VALUE 'S' 's'.
       01 WRK-DATA-HOJE-GRP.
           05 WRK-DATA-HOJE    PIC 9(08) VALUE ZEROS.
           05 WRK-DATA-HOJE-ED REDEFINES WRK-DATA-HOJE.
               10 WRK-HOJE-ANO  PIC 9(04).
               10 WRK-HOJE-MES  PIC 9(02).
               10 WRK-HOJE-DIA  PIC 9(02).
           COPY REPORTHD.
           COPY EMLREG.
       PROCEDURE DIVISION.
       0000-PRINCIPAL SECTION.
            PERFORM 1000-INICIAR.
            IF WRK-FS-MASTER = '00'
                PERFORM 2500-LER-DATADO
                    VARYING WRK-ANO-ARQ FROM WRK-ANO-INI BY 1
                    UNTIL WRK-ANO-ARQ > WRK-HOJE-ANO
                MOVE 'CTAMOV.TXT' TO WRK-NOME-MOVTOS
                PERFORM 2600-LER-FONTE
      *----------------------------------------------------------------
      * O ARQUIVO DE MOVIMENTOS SO EXISTE DEPOIS DO PRIMEIRO
      * LANCAMENTO - SEM NENHUMA FONTE O EXTRATO SAI VAZIO.
      *----------------------------------------------------------------
                IF WRK-QTD-FONTES = ZEROS
                    DISPLAY 'SEM MOVIMENTOS REGISTRADOS AINDA '
                        '(CTAMOV.TXT AUSENTE)'
                END-IF
                PERFORM 2900-RODAPE
            END-IF.
            IF WRK-DATA-FIM = ZEROS
                MOVE 99999999 TO WRK-DATA-FIM
            END-IF.
            DISPLAY 'ENVIAR POR EMAIL (S/N)... '.
            ACCEPT WRK-ENVIA-EMAIL.
            ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD.
            MOVE WRK-DATA-INI (1:4) TO WRK-ANO-INI.
            OPEN INPUT CLIENTES-MASTER.
            MOVE WRK-CLIENTE TO CLI-CODIGO.
            READ CLIENTES-MASTER
                    DISPLAY 'CLIENTE NAO CADASTRADO'
            END-READ.
            IF WRK-FS-MASTER = '00'
                IF ENVIAR-EMAIL
                    PERFORM 1500-PREPARAR-EMAIL
                END-IF
                OPEN OUTPUT REL-EXTRATO
                MOVE 1 TO RPT-PAGINA
                WRITE REL-LINHA
            END-IF.

      *----------------------------------------------------------------
      * EXTRATO POR EMAIL (ROTINA EMAILENF): COM DESTINATARIO VALIDO O
      * DOCUMENTO VAI PARA UM ARQUIVO PROPRIO DO CLIENTE, QUE SEGUE
      * COMO ANEXO NA FILA; SEM ELE (PREFERENCIA, SEM ENDERECO OU
      * ENDERECO DEVOLVIDO) O EXTRATO SAI NO EXTRATO.TXT DE SEMPRE
      * PARA IR PELO CORREIO.
      *----------------------------------------------------------------
       1500-PREPARAR-EMAIL.
            MOVE 'V' TO EML-FUNCAO.
            MOVE WRK-CLIENTE TO EML-CLIENTE.
            MOVE 'EXTRATO' TO EML-ORIGEM.
            MOVE SPACES TO EML-ASSUNTO.
            STRING 'EXTRATO DE CONTA - CLIENTE ' DELIMITED SIZE
                WRK-CLIENTE DELIMITED SIZE
                INTO EML-ASSUNTO
            END-STRING.
            MOVE 'EXTRATO' TO EML-MODELO.
            CALL 'EMAILENF' USING EMAILENF-AREA.
            IF EML-ENFILEIRADO
                MOVE SPACES TO WRK-NOME-REL
                STRING 'EXT' DELIMITED SIZE
                    WRK-CLIENTE DELIMITED SIZE
                    '.TXT' DELIMITED SIZE
                    INTO WRK-NOME-REL
                END-STRING
            END-IF.
            MOVE WRK-NOME-REL TO EML-ANEXO.

      *----------------------------------------------------------------
      * MOVIMENTO ANTERIOR AO PERIODO COMPOE O SALDO DE ABERTURA;
      * MOVIMENTO DENTRO DO PERIODO E IMPRESSO COM O SALDO CORRIDO.
      * O EXTRATO COBRE OS MOVIMENTOS REGISTRADOS DESDE QUE O
      * ARQUIVO DE MOVIMENTOS EXISTE; A LINHA DE ABERTURA DA VIRADA
      * ANUAL TRAZ O SALDO DOS ANOS QUE NAO FORAM LIDOS (2050). AS
      * LINHAS DA CONCILIACAO DA ADQUIRENTE DE CARTAO (CARTAO/
      * TAXACARTAO/CHARGEBACK) NAO MEXEM NO SALDO DA CONTA CORRENTE
      * E FICAM DE FORA.
      *----------------------------------------------------------------
       2000-PROCESSAR.
            IF CTM-CLIENTE = WRK-CLIENTE
                AND CTM-ORIGEM NOT = 'CARTAO'
                AND CTM-ORIGEM NOT = 'TAXACARTAO'
                AND CTM-ORIGEM NOT = 'CHARGEBACK'
                IF CTM-ABERTURA
                    PERFORM 2050-CARREGAR-ABERTURA
                ELSE
                    IF CTM-DATA < WRK-DATA-INI
                        PERFORM 2100-ACUMULAR-ABERTURA
                    ELSE
                        IF CTM-DATA <= WRK-DATA-FIM
                            PERFORM 2200-IMPRIMIR-MOVIMENTO
                        END-IF
                    END-IF
                END-IF
            END-IF.
            PERFORM 5010-LER-MOVIMENTO.

      *----------------------------------------------------------------
      * A LINHA DE ABERTURA GRAVADA PELA VIRADA ANUAL (MOVYEAR) E O
      * SALDO DO CLIENTE NO FIM DO ANO ANTERIOR AO ARQUIVO. SO VALE
      * NA PRIMEIRA FONTE LIDA; NAS SEGUINTES ELA REPETE O QUE OS
      * MOVIMENTOS JA LIDOS SOMARAM.
      *----------------------------------------------------------------
       2050-CARREGAR-ABERTURA.
            IF WRK-QTD-FONTES = 1
                IF CTM-SALDO-SINAL = '-'
                    COMPUTE WRK-SALDO-ABERTURA = ZEROS - CTM-SALDO
                ELSE
                    MOVE CTM-SALDO TO WRK-SALDO-ABERTURA
                END-IF
            END-IF.

       2100-ACUMULAR-ABERTURA.
            IF CTM-CREDITO
                ADD CTM-VALOR TO WRK-SALDO-ABERTURA
                INTO REL-LINHA
            END-STRING.
            WRITE REL-LINHA.
            CLOSE REL-EXTRATO.
            DISPLAY 'EXTRATO GRAVADO EM ' WRK-NOME-REL.
            IF ENVIAR-EMAIL
                MOVE 'G' TO EML-FUNCAO
                CALL 'EMAILENF' USING EMAILENF-AREA
                IF EML-ENFILEIRADO
                    DISPLAY 'EXTRATO NA FILA DE EMAIL PARA '
                        EML-DESTINATARIO
                ELSE
                    DISPLAY 'EXTRATO VAI PELO CORREIO - ' EML-MOTIVO
                END-IF
            END-IF.

      *----------------------------------------------------------------
      * DEPOIS DA VIRADA ANUAL OS ANOS FECHADOS FICAM EM CTAMOV.AAAA.
      * LE OS DATADOS DESDE O ANO DA DATA INICIAL E DEPOIS O CORRENTE,
      * COMO O CLIHISTQ FAZ COM O RAZAO - O PRIMEIRO DATADO QUE
      * EXISTIR JA TRAZ TUDO O QUE VEIO ANTES DELE (OU A ABERTURA), E
      * AS FONTES NAO SE SOBREPOEM.
      *----------------------------------------------------------------
       2500-LER-DATADO.
            MOVE SPACES TO WRK-NOME-MOVTOS.
            STRING 'CTAMOV.' DELIMITED SIZE
                WRK-ANO-ARQ DELIMITED SIZE
                INTO WRK-NOME-MOVTOS
            END-STRING.
            PERFORM 2600-LER-FONTE.

       2600-LER-FONTE.
            MOVE 'N' TO WRK-EOF-MOVTOS.
            OPEN INPUT CONTA-MOVTOS.
            IF WRK-FS-MOVTOS = '00'
                ADD 1 TO WRK-QTD-FONTES
                PERFORM 5010-LER-MOVIMENTO
                PERFORM 2000-PROCESSAR UNTIL FIM-MOVTOS
                CLOSE CONTA-MOVTOS
            END-IF.

       5010-LER-MOVIMENTO.
            READ CONTA-MOVTOS
