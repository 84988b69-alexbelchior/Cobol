      ******************************************************************
      * Modification History:
      * 02/09/2026 ABM  Programa original.
      * 15/10/2026 ABM  Mostra o pedido ligado a nota e marca no
      *                 cabecalho a nota cancelada (NOTACANC), com data,
      *                 usuario e motivo.
      * 15/10/2026 ABM  Imprime a situacao da NF-e no cabecalho: chave
      *                 de acesso e protocolo da nota autorizada, lote
      *                 da nota em transmissao, motivo da rejeicao e o
      *                 cancelamento enviado ou homologado.
      * 15/10/2026 ABM  Nota que nao esta mais no corrente e procurada
      *                 no indice ARQINDEX e reimpressa do
      *                 NOTAS.AAAA/NOTAITEN.AAAA da geracao em que o
      *                 DOCARQ a arquivou, com a marca no cabecalho.
      * 15/10/2026 ABM  Imprime abaixo de cada linha os impostos que
      *                 incidiram nela (ICMS, IPI, PIS, COFINS, ICMS-ST)
      *                 com base, aliquota e valor, e nos totais o total
      *                 de cada imposto antes do total de impostos.
      * 15/10/2026 ABM  Opcao de envio por email: cada nota vai para
      *                 NFnnnnnn.TXT e entra na fila EMAILQ.TXT (rotina
      *                 EMAILENF); sem email valido para o cliente a
      *                 nota sai no NOTAIMP.TXT, como antes.
      * 15/10/2026 ABM  Imprime no topo da nota o emitente (razao
      *                 social, CNPJ, inscricao estadual e endereco) da
      *                 empresa da nota, do mestre EMPRESAS, com os
      *                 valores do EMPRREG para a matriz nao cadastrada.
      * 15/10/2026 ABM  Imprime nos totais o pagamento por Pix: parcela,
      *                 vencimento, valor e codigo copia-e-cola de cada
      *                 titulo em aberto do pedido com cobranca Pix
      *                 ativa (PIXCOB).
      * 15/10/2026 ABM  Pede o usuario na entrada; nota (corrente ou
      *                 arquivada) de empresa a que ele nao tem acesso
      *                 (rotina EMPCHK) nao e reimpressa.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. NOTAIMP.
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CLI-CODIGO
               FILE STATUS IS WRK-FS-MASTER.
           SELECT REL-NOTA ASSIGN TO WRK-NOME-REL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-REL.
           SELECT ARQ-INDICE ASSIGN TO 'ARQINDEX'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AIX-CHAVE
               ALTERNATE RECORD KEY IS AIX-CLIENTE WITH DUPLICATES
               FILE STATUS IS WRK-FS-INDICE.
           SELECT NOTA-ARQUIVO ASSIGN TO WRK-NOME-NOTAS
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS NTA-NUMERO
               FILE STATUS IS WRK-FS-NOTAARQ.
           SELECT NOTA-ITEM-ARQUIVO ASSIGN TO WRK-NOME-NOTITEN
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS NIA-CHAVE
               FILE STATUS IS WRK-FS-NITARQ.
           SELECT EMPRESAS ASSIGN TO 'EMPRESAS'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EMC-CODIGO
               FILE STATUS IS WRK-FS-EMPRESA.
           SELECT CONTAS-A-RECEBER ASSIGN TO 'CONTASR'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RCB-FATURA
               ALTERNATE RECORD KEY IS RCB-PEDIDO WITH DUPLICATES
               FILE STATUS IS WRK-FS-RECEBER.
           SELECT PIX-COBRANCAS ASSIGN TO 'PIXCOB'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PXC-TXID
               FILE STATUS IS WRK-FS-PIXCOB.
       DATA DIVISION.
       FILE SECTION.
       FD  NOTAS-EMITIDAS
       FD  REL-NOTA
           LABEL RECORD IS STANDARD.
       01 REL-LINHA                 PIC X(132).
       FD  ARQ-INDICE
           LABEL RECORD IS STANDARD.
           COPY AIXREG.
       FD  NOTA-ARQUIVO
           LABEL RECORD IS STANDARD.
           COPY NTAREG.
       FD  NOTA-ITEM-ARQUIVO
           LABEL RECORD IS STANDARD.
           COPY NIAREG.
       FD  EMPRESAS
           LABEL RECORD IS STANDARD.
           COPY EMCREG.
       FD  CONTAS-A-RECEBER
           LABEL RECORD IS STANDARD.
           COPY CTAREC.
       FD  PIX-COBRANCAS
           LABEL RECORD IS STANDARD.
           COPY PXCREG.
       WORKING-STORAGE SECTION.
       77 WRK-FS-NOTAS     PIC X(02) VALUE '00'.
       77 WRK-FS-NOTITEN   PIC X(02) VALUE '00'.
       77 WRK-EOF-ITENS    PIC X(01) VALUE 'N'.
           88 FIM-ITENS    VALUE 'S'.
       77 WRK-NOTA-PEDIDA  PIC 9(06) VALUE ZEROS.
       77 WRK-USUARIO      PIC X(20) VALUE SPACES.
       77 WRK-NOME-CLIENTE PIC X(40) VALUE SPACES.
       77 WRK-QTD-IMPRESSAS PIC 9(03) VALUE ZEROS.
       77 WRK-VALOR-ED     PIC ZZZZZ9,99 VALUE ZEROS.
       77 WRK-ALIQUOTA-ED  PIC Z9,99 VALUE ZEROS.
       77 WRK-TAXA-ED      PIC ZZ9,9999 VALUE ZEROS.
       77 WRK-TOTAL-GERAL  PIC 9(11)V99 VALUE ZEROS.
       77 WRK-FS-INDICE    PIC X(02) VALUE '00'.
       77 WRK-FS-NOTAARQ   PIC X(02) VALUE '00'.
       77 WRK-FS-NITARQ    PIC X(02) VALUE '00'.
       77 WRK-NOME-NOTAS   PIC X(14) VALUE SPACES.
       77 WRK-NOME-NOTITEN PIC X(14) VALUE SPACES.
       77 WRK-IND-TRIB     PIC 9(01) VALUE ZEROS.
       77 WRK-BASE-ED      PIC ZZZZZZZZ9,99 VALUE ZEROS.
       77 WRK-ORIGEM-NOTA  PIC X(01) VALUE 'C'.
           88 NOTA-ARQUIVADA VALUE 'A'.
       77 WRK-NOME-REL     PIC X(20) VALUE 'NOTAIMP.TXT'.
       77 WRK-ENVIA-EMAIL  PIC X(01) VALUE 'N'.
           88 ENVIAR-EMAIL VALUE 'S' 's'.
       77 WRK-QTD-EMAIL    PIC 9(03) VALUE ZEROS.
       77 WRK-FS-EMPRESA   PIC X(02) VALUE '00'.
       77 WRK-EMPRESA-NOTA PIC 9(02) VALUE ZEROS.
       77 WRK-ABRIU-EMPRESA PIC X(01) VALUE 'N'.
           88 EMPRESAS-ABERTO VALUE 'S'.
       77 WRK-FS-RECEBER   PIC X(02) VALUE '00'.
       77 WRK-FS-PIXCOB    PIC X(02) VALUE '00'.
       77 WRK-ABRIU-PIX    PIC X(01) VALUE 'N'.
           88 PIX-ABERTO   VALUE 'S'.
       77 WRK-EOF-TITULOS  PIC X(01) VALUE 'N'.
           88 FIM-TITULOS  VALUE 'S'.
       77 WRK-QTD-PIX      PIC 9(02) VALUE ZEROS.
       01 WRK-EMITENTE.
           05 WRK-EMI-CNPJ         PIC X(14).
           05 WRK-EMI-INSCRICAO    PIC X(14).
           05 WRK-EMI-RAZAO-SOCIAL PIC X(40).
           05 WRK-EMI-LOGRADOURO   PIC X(40).
           05 WRK-EMI-CIDADE       PIC X(30).
           05 WRK-EMI-UF           PIC X(02).
           05 WRK-EMI-CEP          PIC X(08).
       01 WRK-DATA-NOTA-GRP.
           05 WRK-DATA-NOTA    PIC 9(08) VALUE ZEROS.
           05 WRK-DATA-NOTA-ED REDEFINES WRK-DATA-NOTA.
           05 FILLER                PIC X(02) VALUE SPACES.
           05 DET-TOTAL             PIC ZZZZZZZZ9,99.
           COPY REPORTHD.
           COPY EMLREG.
           COPY EMPRREG.
           COPY EMKREG.
       PROCEDURE DIVISION.
       0000-PRINCIPAL SECTION.
            PERFORM 1000-INICIAR.
            OPEN INPUT NOTAS-EMITIDAS.
            OPEN INPUT NOTA-ITENS.
            OPEN INPUT CLIENTES-MASTER.
            OPEN INPUT EMPRESAS.
            IF WRK-FS-EMPRESA = '00'
                MOVE 'S' TO WRK-ABRIU-EMPRESA
            END-IF.
            OPEN INPUT CONTAS-A-RECEBER.
            OPEN INPUT PIX-COBRANCAS.
            IF WRK-FS-RECEBER = '00' AND WRK-FS-PIXCOB = '00'
                MOVE 'S' TO WRK-ABRIU-PIX
            END-IF.
            OPEN OUTPUT REL-NOTA.
            DISPLAY 'REIMPRESSAO DE NOTAS EMITIDAS'.
            DISPLAY 'USUARIO.. '.
            ACCEPT WRK-USUARIO.
            DISPLAY 'ENVIAR AS NOTAS POR EMAIL (S/N).. '.
            ACCEPT WRK-ENVIA-EMAIL.
            PERFORM 1100-PEDIR-NOTA.

       1100-PEDIR-NOTA.
            ACCEPT WRK-NOTA-PEDIDA.

       2000-REIMPRIMIR.
            MOVE 'C' TO WRK-ORIGEM-NOTA.
            MOVE WRK-NOTA-PEDIDA TO NOT-NUMERO.
            READ NOTAS-EMITIDAS
                INVALID KEY
                    PERFORM 2050-PROCURAR-ARQUIVADA
                NOT INVALID KEY
                    PERFORM 2090-CONFERIR-EMPRESA
            END-READ.
            PERFORM 1100-PEDIR-NOTA.

      *----------------------------------------------------------------
      * NOTA FORA DO CORRENTE: O INDICE ARQINDEX DIZ EM QUE GERACAO
      * ELA FOI ARQUIVADA (DOCARQ); A NOTA E AS LINHAS SAEM DO
      * NOTAS.AAAA E DO NOTAITEN.AAAA DAQUELA GERACAO, QUE TEM O MESMO
      * LAYOUT DO CORRENTE.
      *----------------------------------------------------------------
       2050-PROCURAR-ARQUIVADA.
            OPEN INPUT ARQ-INDICE.
            IF WRK-FS-INDICE = '00'
                MOVE 'N' TO AIX-TIPO
                MOVE WRK-NOTA-PEDIDA TO AIX-NUMERO
                READ ARQ-INDICE
                    INVALID KEY
                        MOVE '23' TO WRK-FS-INDICE
                END-READ
                CLOSE ARQ-INDICE
            END-IF.
            IF WRK-FS-INDICE NOT = '00'
                DISPLAY 'NOTA ' WRK-NOTA-PEDIDA ' NAO ENCONTRADA'
            ELSE
                PERFORM 2060-LER-ARQUIVADA
            END-IF.

       2060-LER-ARQUIVADA.
            MOVE SPACES TO WRK-NOME-NOTAS.
            MOVE SPACES TO WRK-NOME-NOTITEN.
            STRING 'NOTAS.' DELIMITED SIZE
                AIX-GERACAO DELIMITED SIZE
                INTO WRK-NOME-NOTAS
            END-STRING.
            STRING 'NOTAITEN.' DELIMITED SIZE
                AIX-GERACAO DELIMITED SIZE
                INTO WRK-NOME-NOTITEN
            END-STRING.
            OPEN INPUT NOTA-ARQUIVO.
            IF WRK-FS-NOTAARQ NOT = '00'
                DISPLAY 'NOTA ' WRK-NOTA-PEDIDA ' ARQUIVADA EM '
                    WRK-NOME-NOTAS ' - ARQUIVO DATADO NAO DISPONIVEL'
            ELSE
                MOVE WRK-NOTA-PEDIDA TO NTA-NUMERO
                READ NOTA-ARQUIVO
                    INVALID KEY
                        DISPLAY 'NOTA ' WRK-NOTA-PEDIDA
                            ' NAO CONSTA EM ' WRK-NOME-NOTAS
                    NOT INVALID KEY
                        MOVE NOTA-ARQ-REG TO NOTA-REG
                        MOVE 'A' TO WRK-ORIGEM-NOTA
                        OPEN INPUT NOTA-ITEM-ARQUIVO
                        PERFORM 2090-CONFERIR-EMPRESA
                        CLOSE NOTA-ITEM-ARQUIVO
                END-READ
                CLOSE NOTA-ARQUIVO
            END-IF.

      *----------------------------------------------------------------
      * A NOTA E DA EMPRESA NOT-EMPRESA (ZEROS = 01) - O USUARIO TEM
      * QUE TER ACESSO A ELA (ROTINA COMUM EMPCHK).
      *----------------------------------------------------------------
       2090-CONFERIR-EMPRESA.
            MOVE WRK-USUARIO TO EMK-USUARIO.
            MOVE NOT-EMPRESA TO EMK-EMPRESA.
            CALL 'EMPCHK' USING EMPCHK-AREA.
            IF EMPRESA-OK
                PERFORM 2100-IMPRIMIR-NOTA
            ELSE
                DISPLAY 'NOTA ' WRK-NOTA-PEDIDA ' DA EMPRESA '
                    NOT-EMPRESA ': ' EMK-MOTIVO
            END-IF.

       2100-IMPRIMIR-NOTA.
            MOVE SPACES TO WRK-NOME-CLIENTE.
            MOVE NOT-CLIENTE TO CLI-CODIGO.
                NOT INVALID KEY
                    MOVE CLI-NOME TO WRK-NOME-CLIENTE
            END-READ.
            IF ENVIAR-EMAIL
                PERFORM 2150-PREPARAR-EMAIL
            END-IF.
            PERFORM 2200-IMPRIMIR-CABECALHO.
            PERFORM 2300-IMPRIMIR-LINHAS.
            PERFORM 2400-IMPRIMIR-TOTAIS.
            IF ENVIAR-EMAIL
                PERFORM 2160-ENFILEIRAR-EMAIL
            ELSE
                ADD 1 TO WRK-QTD-IMPRESSAS
                DISPLAY 'NOTA ' NOT-NUMERO ' REIMPRESSA'
            END-IF.

      *----------------------------------------------------------------
      * NOTA POR EMAIL (ROTINA EMAILENF): COM DESTINATARIO VALIDO A
      * NOTA SAI NUM ARQUIVO PROPRIO (NFnnnnnn.TXT), QUE SEGUE COMO
      * ANEXO NA FILA; SEM ELE A NOTA SAI NO NOTAIMP.TXT, COMO AS
      * DEMAIS, PARA IR PELO CORREIO.
      *----------------------------------------------------------------
       2150-PREPARAR-EMAIL.
            MOVE 'V' TO EML-FUNCAO.
            MOVE NOT-CLIENTE TO EML-CLIENTE.
            MOVE 'NOTAIMP' TO EML-ORIGEM.
            MOVE SPACES TO EML-ASSUNTO.
            STRING 'NOTA FISCAL ' DELIMITED SIZE
                NOT-NUMERO DELIMITED SIZE
                INTO EML-ASSUNTO
            END-STRING.
            MOVE 'NOTAFISC' TO EML-MODELO.
            CALL 'EMAILENF' USING EMAILENF-AREA.
            IF EML-ENFILEIRADO
                CLOSE REL-NOTA
                MOVE SPACES TO WRK-NOME-REL
                STRING 'NF' DELIMITED SIZE
                    NOT-NUMERO DELIMITED SIZE
                    '.TXT' DELIMITED SIZE
                    INTO WRK-NOME-REL
                END-STRING
                OPEN OUTPUT REL-NOTA
            END-IF.
            MOVE WRK-NOME-REL TO EML-ANEXO.

       2160-ENFILEIRAR-EMAIL.
            IF EML-ENFILEIRADO
                CLOSE REL-NOTA
                MOVE 'NOTAIMP.TXT' TO WRK-NOME-REL
                OPEN EXTEND REL-NOTA
                ADD 1 TO WRK-QTD-EMAIL
                DISPLAY 'NOTA ' NOT-NUMERO ' NA FILA DE EMAIL PARA '
                    EML-DESTINATARIO
            ELSE
                ADD 1 TO WRK-QTD-IMPRESSAS
                DISPLAY 'NOTA ' NOT-NUMERO ' REIMPRESSA - '
                    EML-MOTIVO
            END-IF.
            MOVE 'G' TO EML-FUNCAO.
            CALL 'EMAILENF' USING EMAILENF-AREA.

       2200-IMPRIMIR-CABECALHO.
            MOVE NOT-DATA TO WRK-DATA-NOTA.
            MOVE SPACES TO REL-LINHA.
            MOVE ALL '=' TO REL-LINHA (1:60).
            WRITE REL-LINHA.
            PERFORM 2210-IMPRIMIR-EMITENTE.
            MOVE SPACES TO REL-LINHA.
            STRING 'NOTA No ' DELIMITED SIZE
                NOT-NUMERO DELIMITED SIZE
                INTO REL-LINHA
            END-STRING.
            WRITE REL-LINHA.
            IF NOTA-ARQUIVADA
                MOVE SPACES TO REL-LINHA
                STRING '*** NOTA ARQUIVADA EM ' DELIMITED SIZE
                    AIX-DATA-ARQUIVO DELIMITED SIZE
                    ' - REIMPRESSA DE ' DELIMITED SIZE
                    WRK-NOME-NOTAS DELIMITED SIZE
                    INTO REL-LINHA
                END-STRING
                WRITE REL-LINHA
            END-IF.
            IF NOT-PEDIDO NOT = ZEROS
                MOVE SPACES TO REL-LINHA
                STRING 'PEDIDO: ' DELIMITED SIZE
                    NOT-PEDIDO DELIMITED SIZE
                    INTO REL-LINHA
                END-STRING
                WRITE REL-LINHA
            END-IF.
            IF NOTA-CANCELADA
                PERFORM 2250-IMPRIMIR-CANCELAMENTO
            END-IF.
            PERFORM 2260-IMPRIMIR-NFE.
            IF NOT-MOEDA = 'USD'
                MOVE NOT-TAXA TO WRK-TAXA-ED
                MOVE SPACES TO REL-LINHA
            MOVE ALL '-' TO REL-LINHA (1:110).
            WRITE REL-LINHA.

      *----------------------------------------------------------------
      * O EMITENTE E A EMPRESA DA NOTA (NOTA SEM EMPRESA E DA 01), COM
      * OS DADOS DO MESTRE EMPRESAS; A MATRIZ AINDA NAO CADASTRADA LA
      * SAI COM OS VALORES DA INSTALACAO (EMPRREG).
      *----------------------------------------------------------------
       2210-IMPRIMIR-EMITENTE.
            IF NOT-EMPRESA = ZEROS
                MOVE 01 TO WRK-EMPRESA-NOTA
            ELSE
                MOVE NOT-EMPRESA TO WRK-EMPRESA-NOTA
            END-IF.
            MOVE EMP-CNPJ         TO WRK-EMI-CNPJ.
            MOVE EMP-INSCRICAO    TO WRK-EMI-INSCRICAO.
            MOVE EMP-RAZAO-SOCIAL TO WRK-EMI-RAZAO-SOCIAL.
            MOVE EMP-LOGRADOURO   TO WRK-EMI-LOGRADOURO.
            MOVE EMP-CIDADE       TO WRK-EMI-CIDADE.
            MOVE EMP-UF           TO WRK-EMI-UF.
            MOVE EMP-CEP          TO WRK-EMI-CEP.
            IF EMPRESAS-ABERTO
                MOVE WRK-EMPRESA-NOTA TO EMC-CODIGO
                READ EMPRESAS
                    INVALID KEY
                        CONTINUE
                    NOT INVALID KEY
                        MOVE EMC-CNPJ         TO WRK-EMI-CNPJ
                        MOVE EMC-INSCRICAO    TO WRK-EMI-INSCRICAO
                        MOVE EMC-RAZAO-SOCIAL TO WRK-EMI-RAZAO-SOCIAL
                        MOVE EMC-LOGRADOURO   TO WRK-EMI-LOGRADOURO
                        MOVE EMC-CIDADE       TO WRK-EMI-CIDADE
                        MOVE EMC-UF           TO WRK-EMI-UF
                        MOVE EMC-CEP          TO WRK-EMI-CEP
                END-READ
            END-IF.
            MOVE SPACES TO REL-LINHA.
            STRING 'EMITENTE: ' DELIMITED SIZE
                WRK-EMI-RAZAO-SOCIAL DELIMITED SIZE
                INTO REL-LINHA
            END-STRING.
            WRITE REL-LINHA.
            MOVE SPACES TO REL-LINHA.
            STRING 'CNPJ: ' DELIMITED SIZE
                WRK-EMI-CNPJ DELIMITED SIZE
                '   INSCRICAO ESTADUAL: ' DELIMITED SIZE
                WRK-EMI-INSCRICAO DELIMITED SIZE
                INTO REL-LINHA
            END-STRING.
            WRITE REL-LINHA.
            MOVE SPACES TO REL-LINHA.
            STRING WRK-EMI-LOGRADOURO DELIMITED SIZE
                ' - ' DELIMITED SIZE
                WRK-EMI-CIDADE DELIMITED SIZE
                '/' DELIMITED SIZE
                WRK-EMI-UF DELIMITED SIZE
                '   CEP: ' DELIMITED SIZE
                WRK-EMI-CEP DELIMITED SIZE
                INTO REL-LINHA
            END-STRING.
            WRITE REL-LINHA.
            MOVE SPACES TO REL-LINHA.
            MOVE ALL '-' TO REL-LINHA (1:60).
            WRITE REL-LINHA.

      *----------------------------------------------------------------
      * NOTA CANCELADA (NOTACANC) AINDA PODE SER REIMPRESSA, MAS COM A
      * MARCA DO CANCELAMENTO NO CABECALHO - NAO SERVE COMO DOCUMENTO.
      *----------------------------------------------------------------
       2250-IMPRIMIR-CANCELAMENTO.
            MOVE SPACES TO REL-LINHA.
            STRING '*** NOTA CANCELADA EM ' DELIMITED SIZE
                NOT-DATA-CANCEL DELIMITED SIZE
                ' POR ' DELIMITED SIZE
                NOT-USUARIO-CANCEL DELIMITED SIZE
                INTO REL-LINHA
            END-STRING.
            WRITE REL-LINHA.
            MOVE SPACES TO REL-LINHA.
            STRING '*** MOTIVO: ' DELIMITED SIZE
                NOT-MOTIVO-CANCEL DELIMITED SIZE
                INTO REL-LINHA
            END-STRING.
            WRITE REL-LINHA.

      *----------------------------------------------------------------
      * AS LINHAS DA NOTA SAEM DO NOTAITEN NA ORDEM DA DIGITACAO
      * (CHAVE NOTA+LINHA) - O START POSICIONA NA PRIMEIRA LINHA DA
      * NOTA E A LEITURA PARA QUANDO MUDA O NUMERO.
      *----------------------------------------------------------------
      *----------------------------------------------------------------
      * SITUACAO DA NF-E (NFEEXP/NFERET): A CHAVE DE ACESSO E O
      * PROTOCOLO SAEM QUANDO A NOTA FOI AUTORIZADA; REJEITADA SAI COM
      * O MOTIVO DEVOLVIDO PELO TRANSMISSOR.
      *----------------------------------------------------------------
       2260-IMPRIMIR-NFE.
            MOVE SPACES TO REL-LINHA.
            EVALUATE TRUE
                WHEN NFE-PENDENTE
                    MOVE 'NF-E: AINDA NAO TRANSMITIDA' TO REL-LINHA
                WHEN NFE-ENVIADA
                    STRING 'NF-E: ENVIADA NO LOTE ' DELIMITED SIZE
                        NOT-NFE-LOTE DELIMITED SIZE
                        ' - AGUARDANDO AUTORIZACAO' DELIMITED SIZE
                        INTO REL-LINHA
                    END-STRING
                WHEN NFE-REJEITADA
                    STRING 'NF-E: REJEITADA - ' DELIMITED SIZE
                        NOT-NFE-MOTIVO DELIMITED SIZE
                        INTO REL-LINHA
                    END-STRING
                WHEN OTHER
                    STRING 'CHAVE DE ACESSO: ' DELIMITED SIZE
                        NOT-NFE-CHAVE DELIMITED SIZE
                        '   PROTOCOLO: ' DELIMITED SIZE
                        NOT-NFE-PROTOCOLO DELIMITED SIZE
                        INTO REL-LINHA
                    END-STRING
            END-EVALUATE.
            WRITE REL-LINHA.
            IF NFE-CANC-ENVIADO OR NFE-CANC-HOMOLOG
                MOVE SPACES TO REL-LINHA
                IF NFE-CANC-HOMOLOG
                    MOVE 'NF-E: CANCELAMENTO HOMOLOGADO' TO REL-LINHA
                ELSE
                    MOVE 'NF-E: CANCELAMENTO ENVIADO' TO REL-LINHA
                END-IF
                WRITE REL-LINHA
            END-IF.

       2300-IMPRIMIR-LINHAS.
            MOVE 'N' TO WRK-EOF-ITENS.
            IF NOTA-ARQUIVADA
                IF WRK-FS-NITARQ NOT = '00'
                    MOVE 'S' TO WRK-EOF-ITENS
                ELSE
                    MOVE NOT-NUMERO TO NIA-NOTA
                    MOVE ZEROS TO NIA-LINHA
                    START NOTA-ITEM-ARQUIVO
                        KEY IS NOT LESS THAN NIA-CHAVE
                        INVALID KEY
                            MOVE 'S' TO WRK-EOF-ITENS
                    END-START
                END-IF
            ELSE
                MOVE NOT-NUMERO TO NTI-NOTA
                MOVE ZEROS TO NTI-LINHA
                START NOTA-ITENS KEY IS NOT LESS THAN NTI-CHAVE
                    INVALID KEY
                        MOVE 'S' TO WRK-EOF-ITENS
                END-START
            END-IF.
            IF NOT FIM-ITENS
                PERFORM 2310-LER-LINHA
                PERFORM 2320-IMPRIMIR-LINHA UNTIL FIM-ITENS
            END-IF.

       2310-LER-LINHA.
            IF NOTA-ARQUIVADA
                READ NOTA-ITEM-ARQUIVO NEXT RECORD
                    AT END
                        MOVE 'S' TO WRK-EOF-ITENS
                    NOT AT END
                        MOVE NOTA-ITEM-ARQ-REG TO NOTA-ITEM-REG
                END-READ
            ELSE
                READ NOTA-ITENS NEXT RECORD
                    AT END
                        MOVE 'S' TO WRK-EOF-ITENS
                END-READ
            END-IF.
            IF NOT FIM-ITENS
                IF NTI-NOTA NOT = NOT-NUMERO
                    MOVE 'S' TO WRK-EOF-ITENS
            MOVE NTI-TOTAL-LINHA    TO DET-TOTAL.
            MOVE REL-DETALHE TO REL-LINHA.
            WRITE REL-LINHA.
            MOVE ZEROS TO WRK-IND-TRIB.
            PERFORM 2330-IMPRIMIR-TRIBUTO UNTIL WRK-IND-TRIB >= 5.
            PERFORM 2310-LER-LINHA.

      *----------------------------------------------------------------
      * ABAIXO DA LINHA, CADA IMPOSTO QUE INCIDIU NELA (NTI-TRIBUTO)
      * COM BASE, ALIQUOTA E VALOR - A COLUNA IMPOSTO DA LINHA E A
      * SOMA DELES.
      *----------------------------------------------------------------
       2330-IMPRIMIR-TRIBUTO.
            ADD 1 TO WRK-IND-TRIB.
            IF NTI-TRIB-VALOR (WRK-IND-TRIB) > ZEROS
                MOVE NTI-TRIB-BASE (WRK-IND-TRIB) TO WRK-BASE-ED
                MOVE NTI-TRIB-ALIQUOTA (WRK-IND-TRIB)
                    TO WRK-ALIQUOTA-ED
                MOVE NTI-TRIB-VALOR (WRK-IND-TRIB) TO WRK-TOTAL-ED
                MOVE SPACES TO REL-LINHA
                STRING '        ' DELIMITED SIZE
                    NTI-TRIB-TIPO (WRK-IND-TRIB) DELIMITED SIZE
                    '  BASE ' DELIMITED SIZE
                    WRK-BASE-ED DELIMITED SIZE
                    '  ALIQUOTA ' DELIMITED SIZE
                    WRK-ALIQUOTA-ED DELIMITED SIZE
                    ' %  VALOR ' DELIMITED SIZE
                    WRK-TOTAL-ED DELIMITED SIZE
                    INTO REL-LINHA
                END-STRING
                WRITE REL-LINHA
            END-IF.

       2400-IMPRIMIR-TOTAIS.
            MOVE SPACES TO REL-LINHA.
            MOVE ALL '-' TO REL-LINHA (1:110).
            END-STRING.
            WRITE REL-LINHA.
            IF NOT-TOTAL-IMPOSTO > ZEROS
                MOVE ZEROS TO WRK-IND-TRIB
                PERFORM 2410-IMPRIMIR-TOTAL-TRIBUTO
                    UNTIL WRK-IND-TRIB >= 5
                MOVE NOT-TOTAL-IMPOSTO TO WRK-TOTAL-ED
                MOVE SPACES TO REL-LINHA
                STRING 'TOTAL DE IMPOSTOS..: R$ ' DELIMITED SIZE
                END-STRING
                WRITE REL-LINHA
            END-IF.
            IF PIX-ABERTO AND NOT-PEDIDO NOT = ZEROS
                PERFORM 2450-IMPRIMIR-PIX
            END-IF.
            MOVE SPACES TO REL-LINHA.
            MOVE ALL '=' TO REL-LINHA (1:60).
            WRITE REL-LINHA.
            MOVE SPACES TO REL-LINHA.
            WRITE REL-LINHA.

       2410-IMPRIMIR-TOTAL-TRIBUTO.
            ADD 1 TO WRK-IND-TRIB.
            IF NOT-TRIB-VALOR (WRK-IND-TRIB) > ZEROS
                MOVE NOT-TRIB-BASE (WRK-IND-TRIB) TO WRK-BASE-ED
                MOVE NOT-TRIB-VALOR (WRK-IND-TRIB) TO WRK-TOTAL-ED
                MOVE SPACES TO REL-LINHA
                STRING 'TOTAL DE ' DELIMITED SIZE
                    NOT-TRIB-TIPO (WRK-IND-TRIB) DELIMITED SIZE
                    '......: R$ ' DELIMITED SIZE
                    WRK-TOTAL-ED DELIMITED SIZE
                    '  (BASE R$ ' DELIMITED SIZE
                    WRK-BASE-ED DELIMITED SIZE
                    ')' DELIMITED SIZE
                    INTO REL-LINHA
                END-STRING
                WRITE REL-LINHA
            END-IF.

      *----------------------------------------------------------------
      * PAGAMENTO POR PIX: CADA TITULO EM ABERTO DO PEDIDO DA NOTA COM
      * COBRANCA PIX ATIVA (PIXREMES) SAI COM PARCELA, VENCIMENTO,
      * VALOR E O CODIGO COPIA-E-COLA EM DUAS LINHAS. TITULO AINDA SEM
      * COBRANCA (GERADA NA CADEIA DA NOITE) NAO SAI.
      *----------------------------------------------------------------
       2450-IMPRIMIR-PIX.
            MOVE ZEROS TO WRK-QTD-PIX.
            MOVE 'N' TO WRK-EOF-TITULOS.
            MOVE NOT-PEDIDO TO RCB-PEDIDO.
            START CONTAS-A-RECEBER KEY IS EQUAL TO RCB-PEDIDO
                INVALID KEY
                    MOVE 'S' TO WRK-EOF-TITULOS
            END-START.
            IF NOT FIM-TITULOS
                PERFORM 2460-LER-TITULO
                PERFORM 2470-IMPRIMIR-TITULO-PIX UNTIL FIM-TITULOS
            END-IF.

       2460-LER-TITULO.
            READ CONTAS-A-RECEBER NEXT RECORD
                AT END
                    MOVE 'S' TO WRK-EOF-TITULOS
            END-READ.
            IF NOT FIM-TITULOS
                AND RCB-PEDIDO NOT = NOT-PEDIDO
                MOVE 'S' TO WRK-EOF-TITULOS
            END-IF.

       2470-IMPRIMIR-TITULO-PIX.
            IF RECEB-ABERTA AND RCB-PIX-TXID NOT = SPACES
                MOVE RCB-PIX-TXID TO PXC-TXID
                READ PIX-COBRANCAS
                    INVALID KEY
                        CONTINUE
                    NOT INVALID KEY
                        IF PIX-ATIVA
                            PERFORM 2480-IMPRIMIR-CODIGO-PIX
                        END-IF
                END-READ
            END-IF.
            PERFORM 2460-LER-TITULO.

       2480-IMPRIMIR-CODIGO-PIX.
            IF WRK-QTD-PIX = ZEROS
                MOVE SPACES TO REL-LINHA
                WRITE REL-LINHA
                MOVE 'PAGAMENTO POR PIX (COPIA E COLA):' TO REL-LINHA
                WRITE REL-LINHA
            END-IF.
            ADD 1 TO WRK-QTD-PIX.
            MOVE RCB-DATA-VENCIMENTO TO WRK-DATA-NOTA.
            MOVE PXC-VALOR TO WRK-TOTAL-ED.
            MOVE SPACES TO REL-LINHA.
            STRING 'PARCELA ' DELIMITED SIZE
                RCB-PARCELA DELIMITED SIZE
                '/' DELIMITED SIZE
                RCB-QTD-PARCELAS DELIMITED SIZE
                '  FATURA ' DELIMITED SIZE
                RCB-FATURA DELIMITED SIZE
                '  VENCIMENTO ' DELIMITED SIZE
                WRK-NOTA-DIA DELIMITED SIZE
                '/' DELIMITED SIZE
                WRK-NOTA-MES DELIMITED SIZE
                '/' DELIMITED SIZE
                WRK-NOTA-ANO DELIMITED SIZE
                '  VALOR R$ ' DELIMITED SIZE
                WRK-TOTAL-ED DELIMITED SIZE
                INTO REL-LINHA
            END-STRING.
            WRITE REL-LINHA.
            MOVE SPACES TO REL-LINHA.
            MOVE PXC-CODIGO (1:120) TO REL-LINHA (3:120).
            WRITE REL-LINHA.
            IF PXC-CODIGO (121:120) NOT = SPACES
                MOVE SPACES TO REL-LINHA
                MOVE PXC-CODIGO (121:120) TO REL-LINHA (3:120)
                WRITE REL-LINHA
            END-IF.

       4000-FINALIZAR.
            CLOSE NOTAS-EMITIDAS.
            CLOSE NOTA-ITENS.
            CLOSE CLIENTES-MASTER.
            IF EMPRESAS-ABERTO
                CLOSE EMPRESAS
            END-IF.
            CLOSE CONTAS-A-RECEBER.
            CLOSE PIX-COBRANCAS.
            CLOSE REL-NOTA.
            DISPLAY 'NOTAS REIMPRESSAS EM NOTAIMP.TXT: '
                WRK-QTD-IMPRESSAS.
            IF ENVIAR-EMAIL
                DISPLAY 'NOTAS NA FILA DE EMAIL (EMAILQ.TXT): '
                    WRK-QTD-EMAIL
            END-IF.
       END PROGRAM NOTAIMP.
