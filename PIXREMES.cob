      ******************************************************************
      * Author:  ALEXANDRE BELCHIOR MEDEIROS
      * Date:    15/10/2026
      * Purpose: GERACAO DAS COBRANCAS PIX DOS TITULOS EM ABERTO E DO
      *          ARQUIVO DE REGISTRO DE COBRANCAS PARA O BANCO
      *          (PIXREM.TXT, LARGURA FIXA COM HEADER/TRAILER NO PADRAO
      *          DA REMESSA RECREMES). CADA TITULO EM ABERTO EM REAIS
      *          COM SALDO GANHA UM TXID E O CODIGO COPIA-E-COLA (BR
      *          CODE DO PIX COM A CHAVE DA EMPRESA, O SALDO E O TXID,
      *          FECHADO PELO CRC16) GRAVADOS NO PIXCOB, COM O TXID
      *          TAMBEM NO TITULO (RCB-PIX-TXID). SALDO ALTERADO DESDE A
      *          GERACAO (BAIXA PARCIAL) SUBSTITUI A COBRANCA; TITULO
      *          QUE SAIU DO ABERTO SEM PAGAR PELO PIX TEM A COBRANCA
      *          BAIXADA - AS DUAS COISAS VAO NO ARQUIVO PARA O BANCO.
      *          CADA EXECUCAO E DE UMA EMPRESA (SYSIN, ZERO = 01
      *          MATRIZ), COM A CHAVE PIX DO MESTRE EMPRESAS.
      ******************************************************************
      * Modification History:
      * 15/10/2026 ABM  Programa original.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PIXREMES.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
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
           SELECT CLIENTES-MASTER ASSIGN TO 'CLIMAST'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CLI-CODIGO
               FILE STATUS IS WRK-FS-MASTER.
           SELECT REGISTRO-PIX ASSIGN TO 'PIXREM.TXT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-REGISTRO.
           SELECT PED-CONTROLE ASSIGN TO 'PEDCTRL'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PCT-CHAVE
               FILE STATUS IS WRK-FS-PEDCTL.
           SELECT EMPRESAS ASSIGN TO 'EMPRESAS'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EMC-CODIGO
               FILE STATUS IS WRK-FS-EMPRESA.
       DATA DIVISION.
       FILE SECTION.
       FD  CONTAS-A-RECEBER
           LABEL RECORD IS STANDARD.
           COPY CTAREC.
       FD  PIX-COBRANCAS
           LABEL RECORD IS STANDARD.
           COPY PXCREG.
       FD  CLIENTES-MASTER
           LABEL RECORD IS STANDARD.
           COPY CLIREG.
       FD  REGISTRO-PIX
           LABEL RECORD IS STANDARD.
       01 REGISTRO-REG.
           05 REG-TIPO             PIC 9(01).
           05 REG-OPERACAO         PIC X(01).
           05 REG-TXID             PIC X(35).
           05 REG-FATURA           PIC 9(08).
           05 REG-CLIENTE          PIC 9(06).
           05 REG-DOCUMENTO        PIC X(14).
           05 REG-DATA-VENCIMENTO  PIC 9(08).
           05 REG-VALOR            PIC 9(08)V99.
           05 FILLER               PIC X(37).
       01 REGISTRO-HEADER.
           05 HDR-TIPO             PIC 9(01).
           05 HDR-DATA-GERACAO     PIC 9(08).
           05 HDR-SEQUENCIA        PIC 9(06).
           05 HDR-EMPRESA          PIC 9(02).
           05 HDR-CNPJ             PIC X(14).
           05 HDR-CHAVE-PIX        PIC X(77).
           05 FILLER               PIC X(12).
       01 REGISTRO-TRAILER.
           05 TRL-TIPO             PIC 9(01).
           05 TRL-QTD-INCLUSOES    PIC 9(06).
           05 TRL-QTD-BAIXAS       PIC 9(06).
           05 TRL-VALOR-TOTAL      PIC 9(10)V99.
           05 FILLER               PIC X(95).
       FD  PED-CONTROLE
           LABEL RECORD IS STANDARD.
       01 PCT-REG.
           05 PCT-CHAVE             PIC X(02).
           05 PCT-ULTIMO-NUMERO     PIC 9(06).
       FD  EMPRESAS
           LABEL RECORD IS STANDARD.
           COPY EMCREG.
       WORKING-STORAGE SECTION.
       77 WRK-FS-RECEBER   PIC X(02) VALUE '00'.
       77 WRK-FS-PIXCOB    PIC X(02) VALUE '00'.
       77 WRK-FS-MASTER    PIC X(02) VALUE '00'.
       77 WRK-FS-REGISTRO  PIC X(02) VALUE '00'.
       77 WRK-FS-PEDCTL    PIC X(02) VALUE '00'.
       77 WRK-FS-EMPRESA   PIC X(02) VALUE '00'.
       77 WRK-EOF-RECEBER  PIC X(01) VALUE 'N'.
           88 FIM-RECEBER  VALUE 'S'.
       77 WRK-TEM-CHAVE    PIC X(01) VALUE 'N'.
           88 EMPRESA-COM-CHAVE VALUE 'S'.
       77 WRK-COBRANCA     PIC X(01) VALUE 'N'.
           88 COBRANCA-VIGENTE VALUE 'S'.
       77 WRK-DATA-HOJE    PIC 9(08) VALUE ZEROS.
       77 WRK-EMPRESA      PIC 9(02) VALUE ZEROS.
       77 WRK-EMPRESA-TIT  PIC 9(02) VALUE ZEROS.
       77 WRK-VALOR-ABERTO PIC 9(08)V99 VALUE ZEROS.
       77 WRK-QTD-LIDOS    PIC 9(06) VALUE ZEROS.
       77 WRK-QTD-INCLUSOES PIC 9(06) VALUE ZEROS.
       77 WRK-QTD-SUBSTITUIDAS PIC 9(06) VALUE ZEROS.
       77 WRK-QTD-BAIXAS   PIC 9(06) VALUE ZEROS.
       77 WRK-TOTAL-INCLUIDO PIC 9(10)V99 VALUE ZEROS.
       77 WRK-RAZAO-PIX    PIC X(25) VALUE SPACES.
       77 WRK-CIDADE-PIX   PIC X(15) VALUE SPACES.
       77 WRK-CHAVE-PIX    PIC X(77) VALUE SPACES.
       77 WRK-CNPJ         PIC X(14) VALUE SPACES.
       77 WRK-OPERACAO     PIC X(01) VALUE SPACE.
      *----------------------------------------------------------------
      * MONTAGEM DO CODIGO COPIA-E-COLA: CADA CAMPO ENTRA COMO ID (2),
      * TAMANHO (2) E CONTEUDO; WRK-CAMPO RECEBE O CONTEUDO E
      * WRK-TAM-CAMPO O TAMANHO SEM OS ESPACOS DA DIREITA.
      *----------------------------------------------------------------
       77 WRK-PIX-CODIGO   PIC X(240) VALUE SPACES.
       77 WRK-PONTEIRO     PIC 9(03) VALUE ZEROS.
       77 WRK-CAMPO        PIC X(99) VALUE SPACES.
       77 WRK-CAMPO-ID     PIC X(02) VALUE SPACES.
       77 WRK-TAM-CAMPO    PIC 9(02) VALUE ZEROS.
       77 WRK-ACHOU-FIM    PIC X(01) VALUE 'N'.
           88 ACHOU-FIM-CAMPO VALUE 'S'.
       77 WRK-VALOR-INTEIRO PIC 9(08) VALUE ZEROS.
       77 WRK-VALOR-CENTAVOS PIC 9(02) VALUE ZEROS.
       77 WRK-INTEIRO-ED   PIC Z(07)9 VALUE ZEROS.
       77 WRK-BRANCOS      PIC 9(02) VALUE ZEROS.
       77 WRK-TAM-CHAVE    PIC 9(02) VALUE ZEROS.
      *----------------------------------------------------------------
      * CRC16 DO BR CODE (POLINOMIO 1021 HEXA, INICIO FFFF HEXA) FEITO
      * EM ARITMETICA DECIMAL: O CODIGO ASCII DE CADA CARACTERE SAI DA
      * POSICAO NA TABELA WRK-TABELA-ASCII (ESPACO = 32 ... TIL = 126),
      * O MESMO EM QUALQUER MAQUINA; CARACTERE FORA DA TABELA VIRA
      * ESPACO NO CODIGO. O OU-EXCLUSIVO E FEITO BIT A BIT.
      *----------------------------------------------------------------
       77 WRK-CRC          PIC 9(05) VALUE ZEROS.
       77 WRK-CRC-ALTO     PIC 9(03) VALUE ZEROS.
       77 WRK-CRC-BAIXO    PIC 9(03) VALUE ZEROS.
       77 WRK-CRC-FIM      PIC 9(03) VALUE ZEROS.
       77 WRK-POSICAO      PIC 9(03) VALUE ZEROS.
       77 WRK-CARACTER     PIC X(01) VALUE SPACE.
       77 WRK-QTD-ANTES    PIC 9(03) VALUE ZEROS.
       77 WRK-BYTE         PIC 9(03) VALUE ZEROS.
       77 WRK-XOR-A        PIC 9(05) VALUE ZEROS.
       77 WRK-XOR-B        PIC 9(05) VALUE ZEROS.
       77 WRK-XOR-R        PIC 9(05) VALUE ZEROS.
       77 WRK-QUOCIENTE    PIC 9(05) VALUE ZEROS.
       77 WRK-BIT-A        PIC 9(01) VALUE ZEROS.
       77 WRK-BIT-B        PIC 9(01) VALUE ZEROS.
       77 WRK-PESO         PIC 9(05) VALUE ZEROS.
       77 WRK-DIGITO       PIC 9(02) VALUE ZEROS.
       77 WRK-RESTO        PIC 9(05) VALUE ZEROS.
       77 WRK-SOBRA        PIC 9(05) VALUE ZEROS.
       01 WRK-TABELA-ASCII.
           05 FILLER PIC X(07) VALUE ' !"#$%&'.
           05 FILLER PIC X(01) VALUE "'".
           05 FILLER PIC X(24) VALUE '()*+,-./0123456789:;<=>?'.
           05 FILLER PIC X(32) VALUE '@ABCDEFGHIJKLMNOPQRSTUVWXYZ[\]^_'.
           05 FILLER PIC X(31) VALUE '`abcdefghijklmnopqrstuvwxyz{|}~'.
       01 WRK-TABELA-HEXA  PIC X(16) VALUE '0123456789ABCDEF'.
       01 WRK-CRC-HEXA.
           05 WRK-HEXA-DIGITO  PIC X(01) OCCURS 4 TIMES.
       01 WRK-DATA-HORA.
           05 WRK-DH-DATA   PIC 9(08).
           05 WRK-DH-HORA   PIC 9(08).
       01 WRK-TXID-NOVO.
           05 FILLER           PIC X(02) VALUE 'PX'.
           05 WRK-TXID-EMPRESA PIC 9(02) VALUE ZEROS.
           05 WRK-TXID-FATURA  PIC 9(08) VALUE ZEROS.
           05 WRK-TXID-DATA    PIC 9(06) VALUE ZEROS.
           05 WRK-TXID-HORA    PIC 9(06) VALUE ZEROS.
       01 WRK-SERIE-REGISTRO.
           05 WRK-SERIE-TIPO   PIC X(01) VALUE 'X'.
           05 WRK-SERIE-EMP    PIC 9(01) VALUE ZEROS.
           COPY JOBLREG.
           COPY EMKREG.
           COPY EMPRREG.
           COPY TCAREG.
       PROCEDURE DIVISION.
       0000-PRINCIPAL SECTION.
            PERFORM 1000-INICIAR.
            IF EMPRESA-OK
                PERFORM 1200-LER-CHAVE-PIX
            END-IF.
            IF EMPRESA-OK AND EMPRESA-COM-CHAVE
                PERFORM 1050-ABRIR-ARQUIVOS
                PERFORM 5010-LER-RECEBER
                PERFORM 2000-PROCESSAR UNTIL FIM-RECEBER
                PERFORM 3000-FINALIZAR
            ELSE
                PERFORM 3900-RECUSAR-EMPRESA
            END-IF.
            STOP RUN.

       1000-INICIAR.
            MOVE 'PIXREMES' TO JBL-PROGRAMA.
            MOVE 'I' TO JBL-EVENTO.
            CALL 'JOBLOG' USING JOBLOG-AREA.
            DISPLAY 'GERACAO DAS COBRANCAS PIX'.
            DISPLAY 'EMPRESA CEDENTE (ENTER = 01 MATRIZ).. '.
            ACCEPT WRK-EMPRESA.
            IF WRK-EMPRESA = ZEROS
                MOVE 01 TO WRK-EMPRESA
            END-IF.
            MOVE SPACES TO EMK-USUARIO.
            MOVE WRK-EMPRESA TO EMK-EMPRESA.
            CALL 'EMPCHK' USING EMPCHK-AREA.
            ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD.

       1050-ABRIR-ARQUIVOS.
            OPEN I-O CONTAS-A-RECEBER.
            OPEN I-O PIX-COBRANCAS.
            IF WRK-FS-PIXCOB = '35'
                CLOSE PIX-COBRANCAS
                OPEN OUTPUT PIX-COBRANCAS
                CLOSE PIX-COBRANCAS
                OPEN I-O PIX-COBRANCAS
            END-IF.
            OPEN INPUT CLIENTES-MASTER.
            OPEN OUTPUT REGISTRO-PIX.
            OPEN I-O PED-CONTROLE.
            IF WRK-FS-PEDCTL = '35'
                CLOSE PED-CONTROLE
                OPEN OUTPUT PED-CONTROLE
                CLOSE PED-CONTROLE
                OPEN I-O PED-CONTROLE
            END-IF.
            PERFORM 1100-GRAVAR-HEADER.

      *----------------------------------------------------------------
      * SEQUENCIA DO ARQUIVO DE REGISTRO NO PEDCTRL, COMO A REMESSA DO
      * RECREMES: 'PX' PARA A MATRIZ E 'X' + EMPRESA PARA AS FILIAIS.
      *----------------------------------------------------------------
       1100-GRAVAR-HEADER.
            IF WRK-EMPRESA = 01
                MOVE 'PX' TO WRK-SERIE-REGISTRO
            ELSE
                MOVE 'X' TO WRK-SERIE-TIPO
                MOVE WRK-EMPRESA TO WRK-SERIE-EMP
            END-IF.
            MOVE WRK-SERIE-REGISTRO TO PCT-CHAVE.
            READ PED-CONTROLE
                INVALID KEY
                    MOVE ZEROS TO PCT-ULTIMO-NUMERO
            END-READ.
            ADD 1 TO PCT-ULTIMO-NUMERO.
            MOVE WRK-SERIE-REGISTRO TO PCT-CHAVE.
            REWRITE PCT-REG
                INVALID KEY
                    WRITE PCT-REG
            END-REWRITE.
            MOVE SPACES TO REGISTRO-HEADER.
            MOVE 0 TO HDR-TIPO.
            MOVE WRK-DATA-HOJE TO HDR-DATA-GERACAO.
            MOVE PCT-ULTIMO-NUMERO TO HDR-SEQUENCIA.
            MOVE WRK-EMPRESA TO HDR-EMPRESA.
            MOVE WRK-CNPJ TO HDR-CNPJ.
            MOVE WRK-CHAVE-PIX TO HDR-CHAVE-PIX.
            WRITE REGISTRO-HEADER.

      *----------------------------------------------------------------
      * A CHAVE PIX, O NOME (ATE 25 POSICOES) E A CIDADE (ATE 15) QUE
      * VAO NO CODIGO SAO OS DA EMPRESA NO MESTRE EMPRESAS; SEM CHAVE
      * CADASTRADA A EMPRESA NAO GERA COBRANCA PIX.
      *----------------------------------------------------------------
       1200-LER-CHAVE-PIX.
            MOVE 'N' TO WRK-TEM-CHAVE.
            MOVE EMP-CNPJ TO WRK-CNPJ.
            MOVE EMP-RAZAO-SOCIAL TO WRK-RAZAO-PIX.
            MOVE EMP-CIDADE TO WRK-CIDADE-PIX.
            OPEN INPUT EMPRESAS.
            IF WRK-FS-EMPRESA = '00'
                MOVE WRK-EMPRESA TO EMC-CODIGO
                READ EMPRESAS
                    INVALID KEY
                        CONTINUE
                    NOT INVALID KEY
                        MOVE EMC-CNPJ         TO WRK-CNPJ
                        MOVE EMC-RAZAO-SOCIAL TO WRK-RAZAO-PIX
                        MOVE EMC-CIDADE       TO WRK-CIDADE-PIX
                        MOVE EMC-CHAVE-PIX    TO WRK-CHAVE-PIX
                END-READ
                CLOSE EMPRESAS
            END-IF.
            IF WRK-CHAVE-PIX NOT = SPACES
                MOVE 'S' TO WRK-TEM-CHAVE
            ELSE
                MOVE 'EMPRESA SEM CHAVE PIX' TO EMK-MOTIVO
            END-IF.
            IF WRK-RAZAO-PIX = SPACES
                MOVE 'EMPRESA' TO WRK-RAZAO-PIX
            END-IF.
            IF WRK-CIDADE-PIX = SPACES
                MOVE 'BRASIL' TO WRK-CIDADE-PIX
            END-IF.

      *----------------------------------------------------------------
      * TITULO DE OUTRA EMPRESA FICA PARA A EXECUCAO DELA (SEM EMPRESA
      * = 01). SO TITULO EM ABERTO EM REAIS COM SALDO TEM COBRANCA PIX
      * - O PIX NAO LIQUIDA EM MOEDA ESTRANGEIRA. TITULO QUE SAIU DO
      * ABERTO (LIQUIDADO POR OUTRO MEIO, PERDA OU CANCELADO) COM
      * COBRANCA AINDA ATIVA TEM A COBRANCA BAIXADA NO BANCO.
      *----------------------------------------------------------------
       2000-PROCESSAR.
            ADD 1 TO WRK-QTD-LIDOS.
            IF RCB-EMPRESA = ZEROS
                MOVE 01 TO WRK-EMPRESA-TIT
            ELSE
                MOVE RCB-EMPRESA TO WRK-EMPRESA-TIT
            END-IF.
            IF WRK-EMPRESA-TIT = WRK-EMPRESA
                COMPUTE WRK-VALOR-ABERTO = RCB-VALOR - RCB-VALOR-PAGO
                PERFORM 2100-LER-COBRANCA
                IF RECEB-ABERTA AND RECEB-EM-REAIS
                    AND WRK-VALOR-ABERTO > ZEROS
                    IF NOT COBRANCA-VIGENTE
                        OR PXC-VALOR NOT = WRK-VALOR-ABERTO
                        PERFORM 2200-GERAR-COBRANCA
                    END-IF
                ELSE
                    IF COBRANCA-VIGENTE
                        MOVE 'B' TO PXC-SITUACAO
                        PERFORM 2150-ENCERRAR-COBRANCA
                        ADD 1 TO WRK-QTD-BAIXAS
                    END-IF
                END-IF
            END-IF.
            PERFORM 5010-LER-RECEBER.

       2100-LER-COBRANCA.
            MOVE 'N' TO WRK-COBRANCA.
            IF RCB-PIX-TXID NOT = SPACES
                MOVE RCB-PIX-TXID TO PXC-TXID
                READ PIX-COBRANCAS
                    INVALID KEY
                        CONTINUE
                    NOT INVALID KEY
                        IF PIX-ATIVA
                            MOVE 'S' TO WRK-COBRANCA
                        END-IF
                END-READ
            END-IF.

      *----------------------------------------------------------------
      * A COBRANCA QUE DEIXA DE VALER (SUBSTITUIDA OU BAIXADA - A
      * SITUACAO VEM DO CHAMADOR) SAI NO ARQUIVO COMO BAIXA, PARA O
      * BANCO NAO ACEITAR MAIS O CODIGO ANTIGO.
      *----------------------------------------------------------------
       2150-ENCERRAR-COBRANCA.
            MOVE WRK-DATA-HOJE TO PXC-DATA-SITUACAO.
            REWRITE PIX-COBRANCA-REG
                INVALID KEY
                    DISPLAY 'ERRO AO BAIXAR A COBRANCA PIX ' PXC-TXID
            END-REWRITE.
            MOVE 'B' TO WRK-OPERACAO.
            PERFORM 2900-GRAVAR-DETALHE.

      *----------------------------------------------------------------
      * NOVA COBRANCA PELO SALDO EM ABERTO: TXID 'PX' + EMPRESA +
      * FATURA + DATA/HORA DA GERACAO (24 POSICOES, SO LETRAS E
      * NUMEROS, DENTRO DO LIMITE DO PIX), CODIGO COPIA-E-COLA NO
      * PIXCOB E O TXID NO TITULO.
      *----------------------------------------------------------------
       2200-GERAR-COBRANCA.
            IF COBRANCA-VIGENTE
                MOVE 'S' TO PXC-SITUACAO
                PERFORM 2150-ENCERRAR-COBRANCA
                ADD 1 TO WRK-QTD-SUBSTITUIDAS
            END-IF.
            ACCEPT WRK-DH-DATA FROM DATE YYYYMMDD.
            ACCEPT WRK-DH-HORA FROM TIME.
            MOVE WRK-EMPRESA TO WRK-TXID-EMPRESA.
            MOVE RCB-FATURA TO WRK-TXID-FATURA.
            MOVE WRK-DH-DATA (3:6) TO WRK-TXID-DATA.
            MOVE WRK-DH-HORA (1:6) TO WRK-TXID-HORA.
            PERFORM 2300-MONTAR-CODIGO.
            MOVE SPACES TO PIX-COBRANCA-REG.
            MOVE WRK-TXID-NOVO TO PXC-TXID.
            MOVE RCB-FATURA TO PXC-FATURA.
            MOVE WRK-EMPRESA TO PXC-EMPRESA.
            MOVE RCB-CLIENTE TO PXC-CLIENTE.
            MOVE WRK-VALOR-ABERTO TO PXC-VALOR.
            MOVE WRK-DATA-HOJE TO PXC-DATA-GERACAO.
            MOVE 'A' TO PXC-SITUACAO.
            MOVE WRK-DATA-HOJE TO PXC-DATA-SITUACAO.
            MOVE WRK-PIX-CODIGO TO PXC-CODIGO.
            WRITE PIX-COBRANCA-REG
                INVALID KEY
                    DISPLAY 'TXID JA EXISTE NO PIXCOB: ' PXC-TXID
                NOT INVALID KEY
                    PERFORM 2250-MARCAR-TITULO
            END-WRITE.

       2250-MARCAR-TITULO.
            MOVE RECEBER-REG TO TCA-ANTES.
            MOVE PXC-TXID TO RCB-PIX-TXID.
            REWRITE RECEBER-REG
                INVALID KEY
                    DISPLAY 'ERRO AO GRAVAR O TXID NA FATURA '
                        RCB-FATURA
                NOT INVALID KEY
                    MOVE 'A' TO TCA-OPERACAO
                    PERFORM 8920-CONTROLE-RECEBER
                    MOVE 'I' TO WRK-OPERACAO
                    PERFORM 2900-GRAVAR-DETALHE
                    ADD 1 TO WRK-QTD-INCLUSOES
                    ADD PXC-VALOR TO WRK-TOTAL-INCLUIDO
            END-REWRITE.

      *----------------------------------------------------------------
      * BR CODE (PADRAO EMV DO PIX): 00 VERSAO, 26 CONTA (GUI DO PIX +
      * CHAVE), 52 CATEGORIA, 53 MOEDA 986, 54 VALOR COM PONTO, 58
      * PAIS, 59 NOME, 60 CIDADE, 62 TXID E 63 CRC16 DE TUDO O QUE
      * VEM ANTES, INCLUSIVE O PROPRIO '6304'.
      *----------------------------------------------------------------
       2300-MONTAR-CODIGO.
            MOVE SPACES TO WRK-PIX-CODIGO.
            MOVE 1 TO WRK-PONTEIRO.
            MOVE '00' TO WRK-CAMPO-ID.
            MOVE '01' TO WRK-CAMPO.
            PERFORM 2310-ACRESCENTAR-CAMPO.
            MOVE WRK-CHAVE-PIX TO WRK-CAMPO.
            PERFORM 2320-MEDIR-CAMPO.
            MOVE WRK-TAM-CAMPO TO WRK-TAM-CHAVE.
            MOVE SPACES TO WRK-CAMPO.
            STRING '0014BR.GOV.BCB.PIX01' DELIMITED SIZE
                WRK-TAM-CHAVE DELIMITED SIZE
                WRK-CHAVE-PIX (1:WRK-TAM-CHAVE) DELIMITED SIZE
                INTO WRK-CAMPO
            END-STRING.
            MOVE '26' TO WRK-CAMPO-ID.
            PERFORM 2310-ACRESCENTAR-CAMPO.
            MOVE '52' TO WRK-CAMPO-ID.
            MOVE '0000' TO WRK-CAMPO.
            PERFORM 2310-ACRESCENTAR-CAMPO.
            MOVE '53' TO WRK-CAMPO-ID.
            MOVE '986' TO WRK-CAMPO.
            PERFORM 2310-ACRESCENTAR-CAMPO.
            PERFORM 2330-FORMATAR-VALOR.
            MOVE '54' TO WRK-CAMPO-ID.
            PERFORM 2310-ACRESCENTAR-CAMPO.
            MOVE '58' TO WRK-CAMPO-ID.
            MOVE 'BR' TO WRK-CAMPO.
            PERFORM 2310-ACRESCENTAR-CAMPO.
            MOVE '59' TO WRK-CAMPO-ID.
            MOVE WRK-RAZAO-PIX TO WRK-CAMPO.
            PERFORM 2310-ACRESCENTAR-CAMPO.
            MOVE '60' TO WRK-CAMPO-ID.
            MOVE WRK-CIDADE-PIX TO WRK-CAMPO.
            PERFORM 2310-ACRESCENTAR-CAMPO.
            MOVE SPACES TO WRK-CAMPO.
            STRING '0524' DELIMITED SIZE
                WRK-TXID-NOVO DELIMITED SIZE
                INTO WRK-CAMPO
            END-STRING.
            MOVE '62' TO WRK-CAMPO-ID.
            PERFORM 2310-ACRESCENTAR-CAMPO.
            STRING '6304' DELIMITED SIZE
                INTO WRK-PIX-CODIGO WITH POINTER WRK-PONTEIRO
            END-STRING.
            PERFORM 2400-CALCULAR-CRC.
            STRING WRK-CRC-HEXA DELIMITED SIZE
                INTO WRK-PIX-CODIGO WITH POINTER WRK-PONTEIRO
            END-STRING.

       2310-ACRESCENTAR-CAMPO.
            PERFORM 2320-MEDIR-CAMPO.
            STRING WRK-CAMPO-ID DELIMITED SIZE
                WRK-TAM-CAMPO DELIMITED SIZE
                WRK-CAMPO (1:WRK-TAM-CAMPO) DELIMITED SIZE
                INTO WRK-PIX-CODIGO WITH POINTER WRK-PONTEIRO
            END-STRING.

       2320-MEDIR-CAMPO.
            MOVE 99 TO WRK-TAM-CAMPO.
            MOVE 'N' TO WRK-ACHOU-FIM.
            PERFORM 2321-RECUAR-CAMPO
                UNTIL ACHOU-FIM-CAMPO OR WRK-TAM-CAMPO = 1.

       2321-RECUAR-CAMPO.
            IF WRK-CAMPO (WRK-TAM-CAMPO:1) = SPACE
                SUBTRACT 1 FROM WRK-TAM-CAMPO
            ELSE
                MOVE 'S' TO WRK-ACHOU-FIM
            END-IF.

      *----------------------------------------------------------------
      * O VALOR DO PIX USA PONTO DECIMAL E NAO TEM ZEROS A ESQUERDA
      * (1234.50) - MONTADO A MAO POR CAUSA DA VIRGULA DECIMAL DO
      * PROGRAMA.
      *----------------------------------------------------------------
       2330-FORMATAR-VALOR.
            MOVE WRK-VALOR-ABERTO TO WRK-VALOR-INTEIRO.
            COMPUTE WRK-VALOR-CENTAVOS =
                (WRK-VALOR-ABERTO - WRK-VALOR-INTEIRO) * 100.
            MOVE WRK-VALOR-INTEIRO TO WRK-INTEIRO-ED.
            MOVE ZEROS TO WRK-BRANCOS.
            INSPECT WRK-INTEIRO-ED TALLYING WRK-BRANCOS
                FOR LEADING SPACES.
            MOVE SPACES TO WRK-CAMPO.
            STRING WRK-INTEIRO-ED (WRK-BRANCOS + 1:) DELIMITED SIZE
                '.' DELIMITED SIZE
                WRK-VALOR-CENTAVOS DELIMITED SIZE
                INTO WRK-CAMPO
            END-STRING.

       2400-CALCULAR-CRC.
            MOVE 65535 TO WRK-CRC.
            COMPUTE WRK-CRC-FIM = WRK-PONTEIRO - 1.
            MOVE 1 TO WRK-POSICAO.
            PERFORM 2410-CRC-CARACTER UNTIL WRK-POSICAO > WRK-CRC-FIM.
            MOVE WRK-CRC TO WRK-RESTO.
            MOVE 4096 TO WRK-PESO.
            MOVE 1 TO WRK-POSICAO.
            PERFORM 2440-CRC-HEXA 4 TIMES.

       2410-CRC-CARACTER.
            MOVE WRK-PIX-CODIGO (WRK-POSICAO:1) TO WRK-CARACTER.
            MOVE ZEROS TO WRK-QTD-ANTES.
            INSPECT WRK-TABELA-ASCII TALLYING WRK-QTD-ANTES
                FOR CHARACTERS BEFORE INITIAL WRK-CARACTER.
            IF WRK-QTD-ANTES > 94
                MOVE SPACE TO WRK-PIX-CODIGO (WRK-POSICAO:1)
                MOVE ZEROS TO WRK-QTD-ANTES
            END-IF.
            COMPUTE WRK-BYTE = 32 + WRK-QTD-ANTES.
            DIVIDE WRK-CRC BY 256 GIVING WRK-CRC-ALTO
                REMAINDER WRK-CRC-BAIXO.
            MOVE WRK-CRC-ALTO TO WRK-XOR-A.
            MOVE WRK-BYTE TO WRK-XOR-B.
            PERFORM 2430-OU-EXCLUSIVO.
            COMPUTE WRK-CRC = (WRK-XOR-R * 256) + WRK-CRC-BAIXO.
            PERFORM 2420-CRC-BIT 8 TIMES.
            ADD 1 TO WRK-POSICAO.

       2420-CRC-BIT.
            IF WRK-CRC > 32767
                COMPUTE WRK-XOR-A = (WRK-CRC - 32768) * 2
                MOVE 4129 TO WRK-XOR-B
                PERFORM 2430-OU-EXCLUSIVO
                MOVE WRK-XOR-R TO WRK-CRC
            ELSE
                COMPUTE WRK-CRC = WRK-CRC * 2
            END-IF.

       2430-OU-EXCLUSIVO.
            MOVE ZEROS TO WRK-XOR-R.
            MOVE 1 TO WRK-PESO.
            PERFORM 2431-OU-EXCLUSIVO-BIT 16 TIMES.

       2431-OU-EXCLUSIVO-BIT.
            DIVIDE WRK-XOR-A BY 2 GIVING WRK-QUOCIENTE
                REMAINDER WRK-BIT-A.
            MOVE WRK-QUOCIENTE TO WRK-XOR-A.
            DIVIDE WRK-XOR-B BY 2 GIVING WRK-QUOCIENTE
                REMAINDER WRK-BIT-B.
            MOVE WRK-QUOCIENTE TO WRK-XOR-B.
            IF WRK-BIT-A NOT = WRK-BIT-B
                ADD WRK-PESO TO WRK-XOR-R
            END-IF.
            COMPUTE WRK-PESO = WRK-PESO * 2.

       2440-CRC-HEXA.
            DIVIDE WRK-RESTO BY WRK-PESO GIVING WRK-DIGITO
                REMAINDER WRK-SOBRA.
            MOVE WRK-SOBRA TO WRK-RESTO.
            MOVE WRK-TABELA-HEXA (WRK-DIGITO + 1:1)
                TO WRK-HEXA-DIGITO (WRK-POSICAO).
            DIVIDE WRK-PESO BY 16 GIVING WRK-PESO.
            ADD 1 TO WRK-POSICAO.

      *----------------------------------------------------------------
      * LINHA DO ARQUIVO PARA O BANCO: I = INCLUSAO DA COBRANCA NOVA,
      * B = BAIXA DA COBRANCA QUE DEIXOU DE VALER. O DOCUMENTO DO
      * PAGADOR SAI DO CADASTRO DO CLIENTE.
      *----------------------------------------------------------------
       2900-GRAVAR-DETALHE.
            MOVE PXC-CLIENTE TO CLI-CODIGO.
            READ CLIENTES-MASTER
                INVALID KEY
                    MOVE SPACES TO CLI-DOCUMENTO
            END-READ.
            MOVE SPACES              TO REGISTRO-REG.
            MOVE 1                   TO REG-TIPO.
            MOVE WRK-OPERACAO        TO REG-OPERACAO.
            MOVE PXC-TXID            TO REG-TXID.
            MOVE PXC-FATURA          TO REG-FATURA.
            MOVE PXC-CLIENTE         TO REG-CLIENTE.
            MOVE CLI-DOCUMENTO       TO REG-DOCUMENTO.
            MOVE RCB-DATA-VENCIMENTO TO REG-DATA-VENCIMENTO.
            MOVE PXC-VALOR           TO REG-VALOR.
            WRITE REGISTRO-REG.

       5010-LER-RECEBER.
            READ CONTAS-A-RECEBER NEXT RECORD
                AT END
                    MOVE 'S' TO WRK-EOF-RECEBER
            END-READ.

       3000-FINALIZAR.
            MOVE SPACES TO REGISTRO-TRAILER.
            MOVE 9 TO TRL-TIPO.
            MOVE WRK-QTD-INCLUSOES TO TRL-QTD-INCLUSOES.
            COMPUTE TRL-QTD-BAIXAS =
                WRK-QTD-BAIXAS + WRK-QTD-SUBSTITUIDAS.
            MOVE WRK-TOTAL-INCLUIDO TO TRL-VALOR-TOTAL.
            WRITE REGISTRO-TRAILER.
            CLOSE CONTAS-A-RECEBER.
            CLOSE PIX-COBRANCAS.
            CLOSE CLIENTES-MASTER.
            CLOSE REGISTRO-PIX.
            CLOSE PED-CONTROLE.
            DISPLAY '-------------------------------------------'.
            DISPLAY 'COBRANCAS PIX - RESUMO'.
            DISPLAY 'EMPRESA CEDENTE........: ' WRK-EMPRESA.
            DISPLAY 'TITULOS LIDOS..........: ' WRK-QTD-LIDOS.
            DISPLAY 'COBRANCAS GERADAS......: ' WRK-QTD-INCLUSOES.
            DISPLAY '  POR SALDO ALTERADO...: ' WRK-QTD-SUBSTITUIDAS.
            DISPLAY 'COBRANCAS BAIXADAS.....: ' WRK-QTD-BAIXAS.
            DISPLAY 'VALOR TOTAL GERADO.....: ' WRK-TOTAL-INCLUIDO.
            DISPLAY 'REGISTRO GRAVADO EM PIXREM.TXT'.
            DISPLAY '-------------------------------------------'.
            MOVE 'F' TO JBL-EVENTO.
            MOVE ZEROS TO JBL-RETORNO.
            MOVE WRK-QTD-LIDOS TO JBL-LIDOS.
            MOVE WRK-QTD-INCLUSOES TO JBL-GRAVADOS.
            CALL 'JOBLOG' USING JOBLOG-AREA.

       3900-RECUSAR-EMPRESA.
            DISPLAY 'EMPRESA ' WRK-EMPRESA ' RECUSADA: ' EMK-MOTIVO.
            DISPLAY 'COBRANCAS PIX NAO GERADAS'.
            MOVE 8 TO RETURN-CODE.
            MOVE 'F' TO JBL-EVENTO.
            MOVE RETURN-CODE TO JBL-RETORNO.
            MOVE ZEROS TO JBL-LIDOS.
            MOVE ZEROS TO JBL-GRAVADOS.
            CALL 'JOBLOG' USING JOBLOG-AREA.

      *----------------------------------------------------------------
      * TOTAIS DE CONTROLE DO MESTRE (ROTINA COMUM TOTCTL) - A
      * OPERACAO E A IMAGEM DE ANTES VEM PREENCHIDAS PELO CHAMADOR.
      *----------------------------------------------------------------
       8920-CONTROLE-RECEBER.
            MOVE 'CONTASR' TO TCA-ARQUIVO.
            MOVE 'PIXREMES' TO TCA-PROGRAMA.
            MOVE RECEBER-REG TO TCA-DEPOIS.
            CALL 'TOTCTL' USING TOTCTL-AREA.

       END PROGRAM PIXREMES.
