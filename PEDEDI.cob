      ******************************************************************
      * Author:  ALEXANDRE BELCHIOR MEDEIROS
      * Date:    15/10/2026
      * Purpose: CARGA EM LOTE DOS PEDIDOS DE COMPRA QUE OS CLIENTES
      *          MANDAM EM ARQUIVO (EDIPED.TXT, CABECALHO 'H' COM O
      *          NUMERO DO PEDIDO DO CLIENTE E LINHAS 'L' COM O CODIGO
      *          DE PRODUTO DELE), EM VEZ DE A MESA DE PEDIDOS
      *          REDIGITAR LINHA A LINHA NO PROGCOB09. O PRODUTO DO
      *          CLIENTE VIRA O NOSSO PELO DE-PARA CLIPROD (CPXMANU) E
      *          O PEDIDO PASSA PELAS MESMAS REGRAS DA DIGITACAO:
      *          PRECO (FAIXA, ACORDO E PROMOCAO), KIT, FRETE POR UF E
      *          PESO, COMPROMETIMENTO DO ESTOQUE, DATA PROMETIDA E O
      *          CRIVO DE CREDITO - RECUSADO POR CREDITO VAI PARA
      *          PEDHOLD, PARA O PEDLIBER. NUMERO DE PEDIDO DO CLIENTE
      *          JA RECEBIDO (EDIPEDPO) E RECUSADO COMO DUPLICADO. AS
      *          RECUSAS E AVISOS SAEM EM EDIEXCEP.TXT E O RETORNO AO
      *          CLIENTE, COM O NOSSO NUMERO E AS LINHAS RECUSADAS, EM
      *          EDIACK.TXT.
      ******************************************************************
      * Modification History:
      * 15/10/2026 ABM  Programa original.
      * 15/10/2026 ABM  Pedido EDI gerado e retido saem na empresa 01
      *                 (PED-/PHD-EMPRESA).
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PEDEDI.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT EDI-PEDIDOS ASSIGN TO 'EDIPED.TXT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-EDI.
           SELECT EDI-EXCECAO ASSIGN TO 'EDIEXCEP.TXT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-EXCEP.
           SELECT EDI-RETORNO ASSIGN TO 'EDIACK.TXT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-RETORNO.
           SELECT EDI-RECEBIDOS ASSIGN TO 'EDIPEDPO'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EPO-CHAVE
               FILE STATUS IS WRK-FS-RECEBIDO.
           SELECT CLI-PRODUTOS ASSIGN TO 'CLIPROD'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CPX-CHAVE
               FILE STATUS IS WRK-FS-CLIPROD.
           SELECT CLIENTES-MASTER ASSIGN TO 'CLIMAST'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CLI-CODIGO
               FILE STATUS IS WRK-FS-MASTER.
           SELECT FRETE-TABELA ASSIGN TO 'FRETEUF'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FRT-UF
               FILE STATUS IS WRK-FS-FRETE.
           SELECT PEDIDOS ASSIGN TO 'PEDIDOS'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PED-NUMERO
               FILE STATUS IS WRK-FS-PEDIDO.
           SELECT PED-CONTROLE ASSIGN TO 'PEDCTRL'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PCT-CHAVE
               FILE STATUS IS WRK-FS-PEDCTL.
           SELECT CLI-RATING ASSIGN TO 'CLIRATE'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RAT-CLIENTE
               FILE STATUS IS WRK-FS-RATING.
           SELECT PED-ITENS ASSIGN TO 'PEDITENS'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ITN-CHAVE
               FILE STATUS IS WRK-FS-ITENS.
           SELECT PRECO-TABELA ASSIGN TO 'PRECOTAB'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PRC-PRODUTO
               FILE STATUS IS WRK-FS-PRECO.
           SELECT PRODUTOS-MASTER ASSIGN TO 'PRODUTOS'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PRO-CODIGO
               FILE STATUS IS WRK-FS-PRODUTO.
           SELECT ESTOQUE-SALDO ASSIGN TO 'ESTOQUE'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EST-PRODUTO
               FILE STATUS IS WRK-FS-ESTOQUE.
           SELECT ACORDOS-PRECO ASSIGN TO 'ACORDOS'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ACO-CHAVE
               FILE STATUS IS WRK-FS-ACORDO.
           SELECT VENDEDORES ASSIGN TO 'VENDEDOR'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS VEN-CODIGO
               FILE STATUS IS WRK-FS-VENDEDOR.
           SELECT CLI-ENDERECOS ASSIGN TO 'CLIENDER'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS END-CHAVE
               FILE STATUS IS WRK-FS-ENDER.
           SELECT COND-PAGAMENTO ASSIGN TO 'CONDPAG'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CPG-CODIGO
               FILE STATUS IS WRK-FS-CONDPG.
           SELECT CONTAS-A-RECEBER ASSIGN TO 'CONTASR'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RCB-FATURA
               ALTERNATE RECORD KEY IS RCB-PEDIDO WITH DUPLICATES
               FILE STATUS IS WRK-FS-RECEBER.
           SELECT CARTEIRA ASSIGN TO 'CARTEIRA'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CRT-CLIENTE
               FILE STATUS IS WRK-FS-CARTEIRA.
           SELECT KIT-COMPONENTES ASSIGN TO 'KITCOMP'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS KIT-CHAVE
               FILE STATUS IS WRK-FS-KIT.
           SELECT PED-HOLD ASSIGN TO 'PEDHOLD'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PHD-NUMERO
               FILE STATUS IS WRK-FS-HOLD.
           SELECT PED-HOLD-ITENS ASSIGN TO 'PEDHITEN'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PHI-CHAVE
               FILE STATUS IS WRK-FS-HOLDITN.
       DATA DIVISION.
       FILE SECTION.
      *----------------------------------------------------------------
      * ARQUIVO DO CLIENTE - UM CABECALHO 'H' SEGUIDO DAS LINHAS 'L'
      * DO MESMO PEDIDO DE COMPRA; VARIOS PEDIDOS NO MESMO ARQUIVO.
      * O PRECO DO CLIENTE (POR UNIDADE DELE) E SO CONFERIDO - O
      * PRECO QUE VALE E O NOSSO.
      *----------------------------------------------------------------
       FD  EDI-PEDIDOS
           LABEL RECORD IS STANDARD.
       01 EDI-REG.
           05 EDI-TIPO             PIC X(01).
               88 EDI-CABECALHO    VALUE 'H'.
               88 EDI-ITEM         VALUE 'L'.
           05 FILLER               PIC X(79).
       01 EDI-CAB-REG.
           05 FILLER               PIC X(01).
           05 EDH-CLIENTE          PIC 9(06).
           05 EDH-PEDIDO-CLIENTE   PIC X(20).
           05 EDH-DATA             PIC 9(08).
           05 EDH-END-ENTREGA      PIC 9(02).
           05 EDH-COND-PAGTO       PIC 9(02).
           05 FILLER               PIC X(41).
       01 EDI-ITEM-REG.
           05 FILLER               PIC X(01).
           05 EDL-LINHA            PIC 9(04).
           05 EDL-PRODUTO-CLIENTE  PIC X(20).
           05 EDL-QUANTIDADE       PIC 9(05).
           05 EDL-PRECO-CLIENTE    PIC 9(07)V99.
           05 FILLER               PIC X(41).
       FD  EDI-EXCECAO
           LABEL RECORD IS STANDARD.
       01 EXCEP-LINHA.
           05 EXCEP-CLIENTE        PIC 9(06).
           05 FILLER               PIC X(01).
           05 EXCEP-PEDIDO-CLIENTE PIC X(20).
           05 FILLER               PIC X(01).
           05 EXCEP-LINHA-CLIENTE  PIC 9(04).
           05 FILLER               PIC X(01).
           05 EXCEP-PRODUTO-CLI    PIC X(20).
           05 FILLER               PIC X(01).
           05 EXCEP-MOTIVO         PIC X(40).
      *----------------------------------------------------------------
      * RETORNO AO CLIENTE - CABECALHO 'H' COM A SITUACAO DO PEDIDO
      * (A = ACEITO, R = RETIDO EM ANALISE DE CREDITO, X = RECUSADO),
      * O NOSSO NUMERO (PEDIDO OU RETENCAO), A DATA PROMETIDA E O
      * TOTAL; UMA LINHA 'L' POR LINHA DO CLIENTE (A = ACEITA, F =
      * ACEITA SEM DISPONIVEL, R = RECUSADA COM O MOTIVO).
      *----------------------------------------------------------------
       FD  EDI-RETORNO
           LABEL RECORD IS STANDARD.
       01 ACK-CAB-REG.
           05 ACK-TIPO             PIC X(01).
           05 ACK-CLIENTE          PIC 9(06).
           05 ACK-PEDIDO-CLIENTE   PIC X(20).
           05 ACK-SITUACAO         PIC X(01).
           05 ACK-NOSSO-PEDIDO     PIC 9(06).
           05 ACK-DATA-PROMETIDA   PIC 9(08).
           05 ACK-TOTAL            PIC 9(08)V99.
           05 ACK-MOTIVO           PIC X(40).
           05 FILLER               PIC X(08).
       01 ACK-ITEM-REG.
           05 ACK-ITEM-TIPO        PIC X(01).
           05 ACK-LINHA            PIC 9(04).
           05 ACK-PRODUTO-CLIENTE  PIC X(20).
           05 ACK-PRODUTO          PIC 9(06).
           05 ACK-QUANTIDADE       PIC 9(05).
           05 ACK-PRECO            PIC 9(07)V99.
           05 ACK-TOTAL-LINHA      PIC 9(09)V99.
           05 ACK-SITUACAO-LINHA   PIC X(01).
           05 ACK-MOTIVO-LINHA     PIC X(40).
           05 FILLER               PIC X(03).
       FD  EDI-RECEBIDOS
           LABEL RECORD IS STANDARD.
           COPY EPOREG.
       FD  CLI-PRODUTOS
           LABEL RECORD IS STANDARD.
           COPY CPXREG.
       FD  CLIENTES-MASTER
           LABEL RECORD IS STANDARD.
           COPY CLIREG.
       FD  FRETE-TABELA
           LABEL RECORD IS STANDARD.
       01 FRETE-TABELA-REG.
           05 FRT-UF              PIC X(02).
           05 FRT-PERCENTUAL      PIC 9V999.
       FD  PEDIDOS
           LABEL RECORD IS STANDARD.
           COPY PEDIREG.
       FD  PED-CONTROLE
           LABEL RECORD IS STANDARD.
       01 PCT-REG.
           05 PCT-CHAVE             PIC X(02).
           05 PCT-ULTIMO-NUMERO     PIC 9(06).
       FD  CLI-RATING
           LABEL RECORD IS STANDARD.
           COPY RATEREG.
       FD  PED-ITENS
           LABEL RECORD IS STANDARD.
           COPY ITENREG.
       FD  PRECO-TABELA
           LABEL RECORD IS STANDARD.
           COPY PRECOREG.
       FD  PRODUTOS-MASTER
           LABEL RECORD IS STANDARD.
           COPY PRODREG.
       FD  ESTOQUE-SALDO
           LABEL RECORD IS STANDARD.
           COPY ESTOQREG.
       FD  ACORDOS-PRECO
           LABEL RECORD IS STANDARD.
           COPY ACORREG.
       FD  VENDEDORES
           LABEL RECORD IS STANDARD.
           COPY VENDREG.
       FD  CLI-ENDERECOS
           LABEL RECORD IS STANDARD.
           COPY ENDEREG.
       FD  COND-PAGAMENTO
           LABEL RECORD IS STANDARD.
           COPY CONDREG.
       FD  CONTAS-A-RECEBER
           LABEL RECORD IS STANDARD.
           COPY CTAREC.
       FD  CARTEIRA
           LABEL RECORD IS STANDARD.
           COPY CRTREG.
       FD  KIT-COMPONENTES
           LABEL RECORD IS STANDARD.
           COPY KITREG.
       FD  PED-HOLD
           LABEL RECORD IS STANDARD.
           COPY PEDHREG.
       FD  PED-HOLD-ITENS
           LABEL RECORD IS STANDARD.
           COPY PHIREG.
       WORKING-STORAGE SECTION.
       77 WRK-FS-EDI       PIC X(02) VALUE '00'.
       77 WRK-FS-EXCEP     PIC X(02) VALUE '00'.
       77 WRK-FS-RETORNO   PIC X(02) VALUE '00'.
       77 WRK-FS-RECEBIDO  PIC X(02) VALUE '00'.
       77 WRK-FS-CLIPROD   PIC X(02) VALUE '00'.
       77 WRK-FS-MASTER    PIC X(02) VALUE '00'.
       77 WRK-FS-FRETE     PIC X(02) VALUE '00'.
       77 WRK-FS-PEDIDO    PIC X(02) VALUE '00'.
       77 WRK-FS-PEDCTL    PIC X(02) VALUE '00'.
       77 WRK-FS-RATING    PIC X(02) VALUE '00'.
       77 WRK-FS-ITENS     PIC X(02) VALUE '00'.
       77 WRK-FS-PRECO     PIC X(02) VALUE '00'.
       77 WRK-FS-PRODUTO   PIC X(02) VALUE '00'.
       77 WRK-FS-ESTOQUE   PIC X(02) VALUE '00'.
       77 WRK-FS-ACORDO    PIC X(02) VALUE '00'.
       77 WRK-FS-VENDEDOR  PIC X(02) VALUE '00'.
       77 WRK-FS-ENDER     PIC X(02) VALUE '00'.
       77 WRK-FS-CONDPG    PIC X(02) VALUE '00'.
       77 WRK-FS-RECEBER   PIC X(02) VALUE '00'.
       77 WRK-FS-CARTEIRA  PIC X(02) VALUE '00'.
       77 WRK-FS-KIT       PIC X(02) VALUE '00'.
       77 WRK-FS-HOLD      PIC X(02) VALUE '00'.
       77 WRK-FS-HOLDITN   PIC X(02) VALUE '00'.
       77 WRK-EOF-EDI      PIC X(01) VALUE 'N'.
           88 FIM-EDI      VALUE 'S'.
       77 WRK-RECUSADA     PIC X(01) VALUE 'N'.
           88 CARGA-RECUSADA VALUE 'S'.
       77 WRK-DATA-HOJE    PIC 9(08) VALUE ZEROS.
       77 WRK-USUARIO      PIC X(20) VALUE SPACES.
       77 WRK-VENDEDOR     PIC 9(04) VALUE ZEROS.
       77 WRK-VENDEDOR-PED PIC 9(04) VALUE ZEROS.
       77 WRK-END-ESCOLHIDO PIC 9(02) VALUE ZEROS.
       77 WRK-COND-PAGTO   PIC 9(02) VALUE ZEROS.
       77 WRK-PROD-OK      PIC X(01) VALUE 'N'.
           88 PRODUTO-OK   VALUE 'S'.
       01 WRK-DATA-HORA.
           05 WRK-DH-DATA   PIC 9(08).
           05 WRK-DH-HORA   PIC 9(06).
       77 WRK-SUB          PIC 9(02) VALUE ZEROS.
       77 WRK-MSG-ERRO     PIC X(40) VALUE SPACES.
       77 WRK-MOTIVO-HOLD  PIC X(40) VALUE SPACES.
       77 WRK-MOTIVO-LINHA PIC X(40) VALUE SPACES.
       77 WRK-TEM-RATING   PIC X(01) VALUE 'N'.
           88 TEM-RATING   VALUE 'S'.
       77 WRK-EOF-RECEBER  PIC X(01) VALUE 'N'.
           88 FIM-RECEBER  VALUE 'S'.
       77 WRK-EOF-PEDIDOS  PIC X(01) VALUE 'N'.
           88 FIM-PEDIDOS  VALUE 'S'.
       77 WRK-EXPO-TITULOS PIC 9(10)V99 VALUE ZEROS.
       77 WRK-EXPO-PEDIDOS PIC 9(10)V99 VALUE ZEROS.
       77 WRK-EXPOSICAO    PIC 9(10)V99 VALUE ZEROS.
       77 WRK-EOF-KIT      PIC X(01) VALUE 'N'.
           88 FIM-COMPONENTES VALUE 'S'.
       77 WRK-EH-KIT       PIC X(01) VALUE 'N'.
           88 EH-KIT       VALUE 'S'.
       77 WRK-QTD-COMP     PIC 9(02) VALUE ZEROS.
       77 WRK-IND-COMP     PIC 9(02) VALUE ZEROS.
       77 WRK-TOTAL-KIT    PIC 9(09)V99 VALUE ZEROS.
       77 WRK-PESO-TOTAL   PIC 9(11)V99 VALUE ZEROS.
       77 WRK-RATEADO      PIC 9(09)V99 VALUE ZEROS.
       77 WRK-SOMA-RATEIO  PIC 9(09)V99 VALUE ZEROS.
       77 WRK-QTD-COMP-LIN PIC 9(05) VALUE ZEROS.
       77 WRK-PRECO-COMP   PIC 9(07)V99 VALUE ZEROS.
       01 WRK-COMP-TABELA.
           05 WRK-COMP OCCURS 10 TIMES.
               10 WRK-COMP-PRODUTO  PIC 9(06).
               10 WRK-COMP-QTD-KIT  PIC 9(03).
               10 WRK-COMP-PESO     PIC 9(11)V99.

      *----------------------------------------------------------------
      * ITENS ACEITOS DO PEDIDO, GUARDADOS EM MEMORIA ATE O NUMERO DO
      * PEDIDO SER GERADO NA GRAVACAO - O MESMO TETO DA DIGITACAO.
      *----------------------------------------------------------------
       77 WRK-MAX-ITENS      PIC 9(02) VALUE 20.
       77 WRK-KIT-MONTADO    PIC X(01) VALUE 'N'.
           88 KIT-MONTADO    VALUE 'S'.
       77 WRK-QTD-ITENS      PIC 9(02) VALUE ZEROS.
       77 WRK-PROD-ENTRADA   PIC 9(06) VALUE ZEROS.
       77 WRK-QTD-ENTRADA    PIC 9(05) VALUE ZEROS.
       77 WRK-DESC-ENTRADA   PIC 9(02)V99 VALUE ZEROS.
       77 WRK-PRECO-UNIT     PIC 9(07)V99 VALUE ZEROS.
       77 WRK-TOTAL-ITEM     PIC 9(09)V99 VALUE ZEROS.
       77 WRK-DESCONTO-VALOR PIC 9(09)V99 VALUE ZEROS.
       77 WRK-PRECO-TABELA   PIC 9(07)V99 VALUE ZEROS.
       77 WRK-PRECO-ACORDO   PIC 9(07)V99 VALUE ZEROS.
       77 WRK-ORIGEM-PRECO   PIC X(01) VALUE 'T'.
       77 WRK-PROMOCAO       PIC 9(06) VALUE ZEROS.
       77 WRK-DATA-PROMETIDA PIC 9(08) VALUE ZEROS.
       77 WRK-PRECO-CONFERE  PIC 9(09)V99 VALUE ZEROS.
       77 WRK-SEM-DISPONIVEL PIC X(01) VALUE 'N'.
           88 SEM-DISPONIVEL VALUE 'S'.
       01 WRK-ITENS-TABELA.
           05 WRK-ITEM OCCURS 20 TIMES.
               10 WRK-ITEM-PRODUTO  PIC 9(06).
               10 WRK-ITEM-QTD      PIC 9(05).
               10 WRK-ITEM-PRECO    PIC 9(07)V99.
               10 WRK-ITEM-DESC     PIC 9(02)V99.
               10 WRK-ITEM-TOTAL    PIC 9(09)V99.
               10 WRK-ITEM-ORIGEM   PIC X(01).
               10 WRK-ITEM-PROMOCAO PIC 9(06).

      *----------------------------------------------------------------
      * LINHAS DO CLIENTE, ACEITAS OU NAO, PARA O RETORNO - O
      * CABECALHO DO RETORNO PRECISA DO NUMERO DO PEDIDO, QUE SO
      * EXISTE DEPOIS DE TODAS AS LINHAS LIDAS.
      *----------------------------------------------------------------
       77 WRK-MAX-RETORNO    PIC 9(02) VALUE 50.
       77 WRK-QTD-RETORNO    PIC 9(02) VALUE ZEROS.
       77 WRK-IND-RETORNO    PIC 9(02) VALUE ZEROS.
       01 WRK-RETORNO-TABELA.
           05 WRK-RET OCCURS 50 TIMES.
               10 WRK-RET-LINHA     PIC 9(04).
               10 WRK-RET-PROD-CLI  PIC X(20).
               10 WRK-RET-PRODUTO   PIC 9(06).
               10 WRK-RET-QTD       PIC 9(05).
               10 WRK-RET-PRECO     PIC 9(07)V99.
               10 WRK-RET-TOTAL     PIC 9(09)V99.
               10 WRK-RET-SITUACAO  PIC X(01).
               10 WRK-RET-MOTIVO    PIC X(40).

      *----------------------------------------------------------------
      * TABELA DE FAIXAS DE PESO (KG) X VALOR POR KG - A MESMA DO
      * PROGCOB09 E DO ORCAMENT.
      *----------------------------------------------------------------
       01 WRK-FAIXAS-PESO-VALORES.
           05 FILLER.
               10 FILLER PIC 9(05)V99 VALUE 005,00.
               10 FILLER PIC 9(04)V99 VALUE 0008,00.
           05 FILLER.
               10 FILLER PIC 9(05)V99 VALUE 020,00.
               10 FILLER PIC 9(04)V99 VALUE 0006,50.
           05 FILLER.
               10 FILLER PIC 9(05)V99 VALUE 050,00.
               10 FILLER PIC 9(04)V99 VALUE 0005,00.
           05 FILLER.
               10 FILLER PIC 9(05)V99 VALUE 100,00.
               10 FILLER PIC 9(04)V99 VALUE 0004,00.
           05 FILLER.
               10 FILLER PIC 9(05)V99 VALUE 999,99.
               10 FILLER PIC 9(04)V99 VALUE 0003,00.
       01 WRK-FAIXAS-PESO REDEFINES WRK-FAIXAS-PESO-VALORES.
           05 WRK-FAIXA OCCURS 5 TIMES.
               10 WRK-FAIXA-LIMITE     PIC 9(05)V99.
               10 WRK-FAIXA-VALOR-KG   PIC 9(04)V99.

       01 WRK-PEDIDO-AREA.
           05 WRK-CLIENTE-CODIGO PIC 9(06) VALUE ZEROS.
           05 WRK-PEDIDO-CLIENTE PIC X(20) VALUE SPACES.
           05 WRK-PRODUTO        PIC X(20) VALUE SPACES.
           05 WRK-VALOR          PIC 9(08)V99 VALUE ZEROS.
           05 WRK-PESO           PIC 9(05)V99 VALUE ZEROS.
           05 WRK-UF             PIC X(02)    VALUE SPACES.
           05 WRK-FRETE-ESTADO   PIC 9(06)V99 VALUE ZEROS.
           05 WRK-FRETE-PESO     PIC 9(06)V99 VALUE ZEROS.
           05 WRK-FRETE          PIC 9(06)V99 VALUE ZEROS.
           05 WRK-TOTAL          PIC 9(08)V99 VALUE ZEROS.
           05 WRK-SITUACAO-PED   PIC X(01) VALUE SPACE.
               88 PED-EDI-ACEITO   VALUE 'A'.
               88 PED-EDI-RETIDO   VALUE 'R'.
               88 PED-EDI-RECUSADO VALUE 'X'.
           05 WRK-NOSSO-PEDIDO   PIC 9(06) VALUE ZEROS.
           05 WRK-QTD-LINHAS-PED PIC 9(04) VALUE ZEROS.
           05 WRK-QTD-RECUSA-PED PIC 9(04) VALUE ZEROS.

       77 WRK-QTD-LIDOS      PIC 9(06) VALUE ZEROS.
       77 WRK-QTD-PEDIDOS    PIC 9(06) VALUE ZEROS.
       77 WRK-QTD-ACEITOS    PIC 9(06) VALUE ZEROS.
       77 WRK-QTD-RETIDOS    PIC 9(06) VALUE ZEROS.
       77 WRK-QTD-RECUSADOS  PIC 9(06) VALUE ZEROS.
       77 WRK-QTD-LINHAS-REC PIC 9(06) VALUE ZEROS.
       77 WRK-QTD-EXCECOES   PIC 9(06) VALUE ZEROS.
       77 WRK-TOTAL-ACEITO   PIC 9(10)V99 VALUE ZEROS.

           COPY JOBLREG.
           COPY PMBREG.
           COPY PZEREG.
           COPY TCAREG.
           COPY ALTREG.
       PROCEDURE DIVISION.
       0000-PRINCIPAL SECTION.
            PERFORM 1000-INICIAR.
            IF NOT CARGA-RECUSADA
                PERFORM 5010-LER-EDI
                PERFORM 2000-PROCESSAR-PEDIDO UNTIL FIM-EDI
            END-IF.
            PERFORM 3000-FINALIZAR.
            STOP RUN.

      *----------------------------------------------------------------
      * SYSIN: USUARIO DA CARGA (VAI NOS LOGS) E O VENDEDOR PADRAO,
      * USADO QUANDO O CLIENTE NAO TEM CARTEIRA VIGENTE. VENDEDOR
      * INVALIDO RECUSA A CARGA INTEIRA (RC 8) SEM LER O ARQUIVO.
      *----------------------------------------------------------------
       1000-INICIAR.
            MOVE 'PEDEDI' TO JBL-PROGRAMA.
            MOVE 'I' TO JBL-EVENTO.
            CALL 'JOBLOG' USING JOBLOG-AREA.
            ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD.
            ACCEPT WRK-USUARIO.
            ACCEPT WRK-VENDEDOR.
            OPEN INPUT EDI-PEDIDOS.
            IF WRK-FS-EDI NOT = '00'
                DISPLAY 'ARQUIVO EDIPED.TXT NAO ENCONTRADO - NADA A '
                    'CARREGAR'
                MOVE 'S' TO WRK-EOF-EDI
            END-IF.
            OPEN OUTPUT EDI-EXCECAO.
            OPEN OUTPUT EDI-RETORNO.
            OPEN I-O EDI-RECEBIDOS.
            IF WRK-FS-RECEBIDO = '35'
                CLOSE EDI-RECEBIDOS
                OPEN OUTPUT EDI-RECEBIDOS
                CLOSE EDI-RECEBIDOS
                OPEN I-O EDI-RECEBIDOS
            END-IF.
            OPEN INPUT CLI-PRODUTOS.
            IF WRK-FS-CLIPROD = '35'
                CLOSE CLI-PRODUTOS
                OPEN OUTPUT CLI-PRODUTOS
                CLOSE CLI-PRODUTOS
                OPEN INPUT CLI-PRODUTOS
            END-IF.
            OPEN INPUT CLIENTES-MASTER.
            OPEN INPUT FRETE-TABELA.
            OPEN I-O PEDIDOS.
            IF WRK-FS-PEDIDO = '35'
                CLOSE PEDIDOS
                OPEN OUTPUT PEDIDOS
                CLOSE PEDIDOS
                OPEN I-O PEDIDOS
            END-IF.
            OPEN I-O PED-CONTROLE.
            IF WRK-FS-PEDCTL = '35'
                CLOSE PED-CONTROLE
                OPEN OUTPUT PED-CONTROLE
                CLOSE PED-CONTROLE
                OPEN I-O PED-CONTROLE
            END-IF.
            OPEN INPUT CLI-RATING.
            IF WRK-FS-RATING = '35'
                CLOSE CLI-RATING
                OPEN OUTPUT CLI-RATING
                CLOSE CLI-RATING
                OPEN INPUT CLI-RATING
            END-IF.
            OPEN I-O PED-ITENS.
            IF WRK-FS-ITENS = '35'
                CLOSE PED-ITENS
                OPEN OUTPUT PED-ITENS
                CLOSE PED-ITENS
                OPEN I-O PED-ITENS
            END-IF.
            OPEN INPUT PRECO-TABELA.
            IF WRK-FS-PRECO = '35'
                CLOSE PRECO-TABELA
                OPEN OUTPUT PRECO-TABELA
                CLOSE PRECO-TABELA
                OPEN INPUT PRECO-TABELA
            END-IF.
            OPEN INPUT PRODUTOS-MASTER.
            IF WRK-FS-PRODUTO = '35'
                CLOSE PRODUTOS-MASTER
                OPEN OUTPUT PRODUTOS-MASTER
                CLOSE PRODUTOS-MASTER
                OPEN INPUT PRODUTOS-MASTER
            END-IF.
            OPEN I-O ESTOQUE-SALDO.
            IF WRK-FS-ESTOQUE = '35'
                CLOSE ESTOQUE-SALDO
                OPEN OUTPUT ESTOQUE-SALDO
                CLOSE ESTOQUE-SALDO
                OPEN I-O ESTOQUE-SALDO
            END-IF.
            OPEN INPUT ACORDOS-PRECO.
            IF WRK-FS-ACORDO = '35'
                CLOSE ACORDOS-PRECO
                OPEN OUTPUT ACORDOS-PRECO
                CLOSE ACORDOS-PRECO
                OPEN INPUT ACORDOS-PRECO
            END-IF.
            OPEN INPUT VENDEDORES.
            IF WRK-FS-VENDEDOR = '35'
                CLOSE VENDEDORES
                OPEN OUTPUT VENDEDORES
                CLOSE VENDEDORES
                OPEN INPUT VENDEDORES
            END-IF.
            OPEN INPUT CLI-ENDERECOS.
            IF WRK-FS-ENDER = '35'
                CLOSE CLI-ENDERECOS
                OPEN OUTPUT CLI-ENDERECOS
                CLOSE CLI-ENDERECOS
                OPEN INPUT CLI-ENDERECOS
            END-IF.
            OPEN INPUT COND-PAGAMENTO.
            IF WRK-FS-CONDPG = '35'
                CLOSE COND-PAGAMENTO
                OPEN OUTPUT COND-PAGAMENTO
                CLOSE COND-PAGAMENTO
                OPEN INPUT COND-PAGAMENTO
            END-IF.
            OPEN INPUT CONTAS-A-RECEBER.
            IF WRK-FS-RECEBER = '35'
                CLOSE CONTAS-A-RECEBER
                OPEN OUTPUT CONTAS-A-RECEBER
                CLOSE CONTAS-A-RECEBER
                OPEN INPUT CONTAS-A-RECEBER
            END-IF.
            OPEN INPUT CARTEIRA.
            IF WRK-FS-CARTEIRA = '35'
                CLOSE CARTEIRA
                OPEN OUTPUT CARTEIRA
                CLOSE CARTEIRA
                OPEN INPUT CARTEIRA
            END-IF.
            OPEN INPUT KIT-COMPONENTES.
            IF WRK-FS-KIT = '35'
                CLOSE KIT-COMPONENTES
                OPEN OUTPUT KIT-COMPONENTES
                CLOSE KIT-COMPONENTES
                OPEN INPUT KIT-COMPONENTES
            END-IF.
            OPEN I-O PED-HOLD.
            IF WRK-FS-HOLD = '35'
                CLOSE PED-HOLD
                OPEN OUTPUT PED-HOLD
                CLOSE PED-HOLD
                OPEN I-O PED-HOLD
            END-IF.
            OPEN I-O PED-HOLD-ITENS.
            IF WRK-FS-HOLDITN = '35'
                CLOSE PED-HOLD-ITENS
                OPEN OUTPUT PED-HOLD-ITENS
                CLOSE PED-HOLD-ITENS
                OPEN I-O PED-HOLD-ITENS
            END-IF.
            MOVE WRK-VENDEDOR TO VEN-CODIGO.
            READ VENDEDORES
                INVALID KEY
                    DISPLAY 'VENDEDOR PADRAO ' WRK-VENDEDOR
                        ' NAO CADASTRADO - CARGA RECUSADA'
                    MOVE 'S' TO WRK-RECUSADA
                NOT INVALID KEY
                    IF VENDEDOR-INATIVO
                        DISPLAY 'VENDEDOR PADRAO ' WRK-VENDEDOR
                            ' INATIVO - CARGA RECUSADA'
                        MOVE 'S' TO WRK-RECUSADA
                    END-IF
            END-READ.

      *----------------------------------------------------------------
      * UM PEDIDO DE COMPRA POR VEZ: O CABECALHO E CONFERIDO, AS
      * LINHAS SAO LIDAS ATE O PROXIMO CABECALHO E SO ENTAO O PEDIDO
      * E GRAVADO (OU RETIDO, OU RECUSADO) E RESPONDIDO. LINHA SEM
      * CABECALHO ANTES E DESCARTADA PARA A EXCECAO.
      *----------------------------------------------------------------
       2000-PROCESSAR-PEDIDO.
            IF NOT EDI-CABECALHO
                PERFORM 2010-DESCARTAR-AVULSO
                PERFORM 5010-LER-EDI
            ELSE
                ADD 1 TO WRK-QTD-PEDIDOS
                PERFORM 2020-VALIDAR-CABECALHO
                PERFORM 5010-LER-EDI
                PERFORM 2080-TRATAR-LINHA
                    UNTIL FIM-EDI OR NOT EDI-ITEM
                PERFORM 2400-CONCLUIR-PEDIDO
            END-IF.

       2010-DESCARTAR-AVULSO.
            MOVE ZEROS TO WRK-CLIENTE-CODIGO.
            MOVE SPACES TO WRK-PEDIDO-CLIENTE.
            MOVE ZEROS TO EXCEP-LINHA-CLIENTE.
            MOVE EDI-REG (2:20) TO EXCEP-PRODUTO-CLI.
            MOVE 'REGISTRO FORA DE PEDIDO (SEM CABECALHO H)'
                TO EXCEP-MOTIVO.
            PERFORM 2450-GRAVAR-EXCECAO.

      *----------------------------------------------------------------
      * CONFERENCIA DO CABECALHO - MESMA RECUSA DE CLIENTE DA
      * DIGITACAO (NAO CADASTRADO, INATIVO, PENDENTE DE APROVACAO) E
      * O NUMERO DO PEDIDO DO CLIENTE NAO PODE TER SIDO RECEBIDO
      * ANTES. O CREDITO NAO RECUSA: VIRA MOTIVO DE RETENCAO.
      *----------------------------------------------------------------
       2020-VALIDAR-CABECALHO.
            MOVE SPACES TO WRK-MSG-ERRO.
            MOVE SPACES TO WRK-MOTIVO-HOLD.
            MOVE SPACE TO WRK-SITUACAO-PED.
            MOVE ZEROS TO WRK-NOSSO-PEDIDO.
            MOVE ZEROS TO WRK-QTD-LINHAS-PED.
            MOVE ZEROS TO WRK-QTD-RECUSA-PED.
            MOVE ZEROS TO WRK-QTD-ITENS.
            MOVE ZEROS TO WRK-QTD-RETORNO.
            MOVE ZEROS TO WRK-VALOR.
            MOVE ZEROS TO WRK-PESO.
            MOVE ZEROS TO WRK-FRETE.
            MOVE ZEROS TO WRK-TOTAL.
            MOVE SPACES TO WRK-PRODUTO.
            MOVE EDH-PEDIDO-CLIENTE TO WRK-PEDIDO-CLIENTE.
            IF EDH-CLIENTE NOT NUMERIC
                MOVE ZEROS TO WRK-CLIENTE-CODIGO
                MOVE 'CODIGO DE CLIENTE INVALIDO' TO WRK-MSG-ERRO
            ELSE
                MOVE EDH-CLIENTE TO WRK-CLIENTE-CODIGO
            END-IF.
            IF WRK-MSG-ERRO = SPACES
                AND WRK-PEDIDO-CLIENTE = SPACES
                MOVE 'PEDIDO DO CLIENTE SEM NUMERO' TO WRK-MSG-ERRO
            END-IF.
            IF WRK-MSG-ERRO = SPACES
                MOVE WRK-CLIENTE-CODIGO TO CLI-CODIGO
                READ CLIENTES-MASTER
                    INVALID KEY
                        MOVE 'CLIENTE NAO CADASTRADO' TO WRK-MSG-ERRO
                    NOT INVALID KEY
                        IF CLIENTE-INATIVO
                            MOVE 'CLIENTE INATIVO' TO WRK-MSG-ERRO
                        END-IF
                        IF CLIENTE-PENDENTE
                            MOVE 'CLIENTE PENDENTE DE APROVACAO '
                                TO WRK-MSG-ERRO
                        END-IF
                END-READ
            END-IF.
            IF WRK-MSG-ERRO = SPACES
                PERFORM 2030-CONFERIR-DUPLICADO
            END-IF.
            IF WRK-MSG-ERRO = SPACES
                PERFORM 2050-VERIFICAR-CREDITO
                PERFORM 2060-VENDEDOR-CARTEIRA
                PERFORM 2140-ESCOLHER-ENDERECO
                PERFORM 2150-ESCOLHER-CONDICAO
            END-IF.

       2030-CONFERIR-DUPLICADO.
            MOVE WRK-CLIENTE-CODIGO TO EPO-CLIENTE.
            MOVE WRK-PEDIDO-CLIENTE TO EPO-PEDIDO-CLIENTE.
            READ EDI-RECEBIDOS
                INVALID KEY
                    CONTINUE
                NOT INVALID KEY
                    STRING 'DUPLICADO - RECEBIDO EM ' DELIMITED SIZE
                        EPO-DATA-RECEBIDO DELIMITED SIZE
                        ' NO ' DELIMITED SIZE
                        EPO-PEDIDO DELIMITED SIZE
                        INTO WRK-MSG-ERRO
                    END-STRING
            END-READ.

      *----------------------------------------------------------------
      * MESMA CONSULTA DE CLASSE DO PROGCOB09. NA DIGITACAO A
      * RESTRICAO PEDE CONFIRMACAO DO SUPERVISOR; NA CARGA NAO HA
      * SUPERVISOR NA TELA, ENTAO O PEDIDO VAI PARA A FILA DE
      * LIBERACAO (PEDLIBER), ONDE ELE DECIDE.
      *----------------------------------------------------------------
       2050-VERIFICAR-CREDITO.
            MOVE 'N' TO WRK-TEM-RATING.
            MOVE WRK-CLIENTE-CODIGO TO RAT-CLIENTE.
            READ CLI-RATING
                INVALID KEY
                    CONTINUE
                NOT INVALID KEY
                    MOVE 'S' TO WRK-TEM-RATING
            END-READ.
            IF TEM-RATING
                EVALUATE TRUE
                    WHEN RAT-BLOQUEADO
                        MOVE 'CLIENTE BLOQUEADO PARA CREDITO'
                            TO WRK-MOTIVO-HOLD
                    WHEN RAT-RESTRICAO
                        MOVE 'CLIENTE COM RESTRICAO DE CREDITO'
                            TO WRK-MOTIVO-HOLD
                    WHEN OTHER
                        CONTINUE
                END-EVALUATE
            END-IF.

      *----------------------------------------------------------------
      * O VENDEDOR DO PEDIDO E O DA CARTEIRA DO CLIENTE, QUANDO
      * EXISTE E JA ESTA VIGENTE; SENAO, O VENDEDOR PADRAO DO SYSIN.
      *----------------------------------------------------------------
       2060-VENDEDOR-CARTEIRA.
            MOVE WRK-VENDEDOR TO WRK-VENDEDOR-PED.
            MOVE WRK-CLIENTE-CODIGO TO CRT-CLIENTE.
            READ CARTEIRA
                INVALID KEY
                    CONTINUE
                NOT INVALID KEY
                    IF CRT-DATA-EFETIVA <= WRK-DATA-HOJE
                        MOVE CRT-VENDEDOR TO WRK-VENDEDOR-PED
                    END-IF
            END-READ.

      *----------------------------------------------------------------
      * LINHA DO PEDIDO DO CLIENTE. COM O CABECALHO RECUSADO AS
      * LINHAS SO SAO CONTADAS; SENAO CADA UMA E CONFERIDA,
      * CONVERTIDA PELO DE-PARA E PRECIFICADA, E VAI PARA A TABELA
      * DO RETORNO ACEITA OU COM O MOTIVO DA RECUSA.
      *----------------------------------------------------------------
       2080-TRATAR-LINHA.
            ADD 1 TO WRK-QTD-LINHAS-PED.
            IF WRK-MSG-ERRO = SPACES
                MOVE SPACES TO WRK-MOTIVO-LINHA
                MOVE 'N' TO WRK-SEM-DISPONIVEL
                MOVE ZEROS TO WRK-PROD-ENTRADA
                MOVE ZEROS TO WRK-QTD-ENTRADA
                MOVE ZEROS TO WRK-PRECO-UNIT
                MOVE ZEROS TO WRK-TOTAL-ITEM
                PERFORM 2085-VALIDAR-LINHA
                IF WRK-MOTIVO-LINHA = SPACES
                    PERFORM 2110-CAPTURAR-ITEM
                END-IF
                PERFORM 2090-GUARDAR-RETORNO
            END-IF.
            PERFORM 5010-LER-EDI.

       2085-VALIDAR-LINHA.
            MOVE 1 TO CPX-FATOR.
            EVALUATE TRUE
                WHEN EDL-QUANTIDADE NOT NUMERIC
                    MOVE 'QUANTIDADE INVALIDA' TO WRK-MOTIVO-LINHA
                WHEN EDL-QUANTIDADE = ZEROS
                    MOVE 'QUANTIDADE ZERADA' TO WRK-MOTIVO-LINHA
                WHEN WRK-QTD-ITENS >= WRK-MAX-ITENS
                    MOVE 'LIMITE DE ITENS DO PEDIDO ATINGIDO'
                        TO WRK-MOTIVO-LINHA
                WHEN OTHER
                    MOVE WRK-CLIENTE-CODIGO TO CPX-CLIENTE
                    MOVE EDL-PRODUTO-CLIENTE TO CPX-PRODUTO-CLIENTE
                    READ CLI-PRODUTOS
                        INVALID KEY
                            MOVE 'PRODUTO DO CLIENTE SEM DE-PARA'
                                TO WRK-MOTIVO-LINHA
                    END-READ
            END-EVALUATE.
            IF WRK-MOTIVO-LINHA = SPACES
                IF CPX-FATOR = ZEROS
                    MOVE 1 TO CPX-FATOR
                END-IF
                MOVE CPX-PRODUTO TO WRK-PROD-ENTRADA
                COMPUTE WRK-QTD-ENTRADA =
                    EDL-QUANTIDADE * CPX-FATOR
                    ON SIZE ERROR
                        MOVE 'QUANTIDADE CONVERTIDA ESTOURA O CAMPO'
                            TO WRK-MOTIVO-LINHA
                END-COMPUTE
            END-IF.

      *----------------------------------------------------------------
      * A LINHA VAI PARA O RETORNO COMO O CLIENTE A CONHECE (NUMERO E
      * CODIGO DELE), COM O NOSSO PRODUTO, QUANTIDADE E PRECO. PRECO
      * DO CLIENTE DIFERENTE DO APLICADO (NA UNIDADE DELE) E AVISADO
      * NA EXCECAO - A LINHA SEGUE COM O NOSSO PRECO.
      *----------------------------------------------------------------
       2090-GUARDAR-RETORNO.
            IF WRK-MOTIVO-LINHA NOT = SPACES
                ADD 1 TO WRK-QTD-RECUSA-PED
                ADD 1 TO WRK-QTD-LINHAS-REC
                MOVE EDL-LINHA TO EXCEP-LINHA-CLIENTE
                MOVE EDL-PRODUTO-CLIENTE TO EXCEP-PRODUTO-CLI
                MOVE WRK-MOTIVO-LINHA TO EXCEP-MOTIVO
                PERFORM 2450-GRAVAR-EXCECAO
            ELSE
                IF EDL-PRECO-CLIENTE NUMERIC
                    AND EDL-PRECO-CLIENTE NOT = ZEROS
                    COMPUTE WRK-PRECO-CONFERE =
                        WRK-PRECO-UNIT * CPX-FATOR
                    IF WRK-PRECO-CONFERE NOT = EDL-PRECO-CLIENTE
                        MOVE EDL-LINHA TO EXCEP-LINHA-CLIENTE
                        MOVE EDL-PRODUTO-CLIENTE TO EXCEP-PRODUTO-CLI
                        MOVE 'AVISO: PRECO DO CLIENTE DIFERE DO '
                            TO EXCEP-MOTIVO
                        MOVE 'APLICADO' TO EXCEP-MOTIVO (35:6)
                        PERFORM 2450-GRAVAR-EXCECAO
                    END-IF
                END-IF
            END-IF.
            IF WRK-QTD-RETORNO < WRK-MAX-RETORNO
                ADD 1 TO WRK-QTD-RETORNO
                MOVE EDL-LINHA
                    TO WRK-RET-LINHA (WRK-QTD-RETORNO)
                MOVE EDL-PRODUTO-CLIENTE
                    TO WRK-RET-PROD-CLI (WRK-QTD-RETORNO)
                MOVE WRK-PROD-ENTRADA
                    TO WRK-RET-PRODUTO (WRK-QTD-RETORNO)
                MOVE WRK-QTD-ENTRADA
                    TO WRK-RET-QTD (WRK-QTD-RETORNO)
                MOVE WRK-PRECO-UNIT
                    TO WRK-RET-PRECO (WRK-QTD-RETORNO)
                MOVE WRK-TOTAL-ITEM
                    TO WRK-RET-TOTAL (WRK-QTD-RETORNO)
                MOVE WRK-MOTIVO-LINHA
                    TO WRK-RET-MOTIVO (WRK-QTD-RETORNO)
                EVALUATE TRUE
                    WHEN WRK-MOTIVO-LINHA NOT = SPACES
                        MOVE 'R' TO WRK-RET-SITUACAO (WRK-QTD-RETORNO)
                        MOVE ZEROS TO WRK-RET-PRECO (WRK-QTD-RETORNO)
                        MOVE ZEROS TO WRK-RET-TOTAL (WRK-QTD-RETORNO)
                    WHEN SEM-DISPONIVEL
                        MOVE 'F' TO WRK-RET-SITUACAO (WRK-QTD-RETORNO)
                        MOVE 'ACEITA - DISPONIVEL INSUFICIENTE'
                            TO WRK-RET-MOTIVO (WRK-QTD-RETORNO)
                    WHEN OTHER
                        MOVE 'A' TO WRK-RET-SITUACAO (WRK-QTD-RETORNO)
                END-EVALUATE
            ELSE
                MOVE EDL-LINHA TO EXCEP-LINHA-CLIENTE
                MOVE EDL-PRODUTO-CLIENTE TO EXCEP-PRODUTO-CLI
                MOVE 'LINHA FORA DO RETORNO (LIMITE DE LINHAS)'
                    TO EXCEP-MOTIVO
                PERFORM 2450-GRAVAR-EXCECAO
            END-IF.

      *----------------------------------------------------------------
      * O PRODUTO DO DE-PARA E VALIDADO NO MESTRE DE PRODUTOS - SO
      * PRODUTO ATIVO ENTRA NO PEDIDO - E KIT SEGUE A MESMA REGRA DA
      * DIGITACAO (ESTOQUE MONTADO OU EXPLOSAO NOS COMPONENTES).
      *----------------------------------------------------------------
       2110-CAPTURAR-ITEM.
            MOVE 'N' TO WRK-PROD-OK.
            MOVE WRK-PROD-ENTRADA TO PRO-CODIGO.
            READ PRODUTOS-MASTER
                INVALID KEY
                    MOVE 'PRODUTO NAO CADASTRADO' TO WRK-MOTIVO-LINHA
                NOT INVALID KEY
                    IF PRODUTO-INATIVO
                        MOVE 'PRODUTO INATIVO' TO WRK-MOTIVO-LINHA
                    ELSE
                        MOVE 'S' TO WRK-PROD-OK
                    END-IF
            END-READ.
            IF PRODUTO-OK
                PERFORM 2114-TESTAR-KIT
                IF EH-KIT
                    PERFORM 2118-CAPTURAR-KIT
                ELSE
                    PERFORM 2115-CAPTURAR-LINHA
                END-IF
            END-IF.

      *----------------------------------------------------------------
      * PRODUTO COM COMPONENTES EM KITCOMP E UM KIT - A TABELA DE
      * COMPONENTES E CARREGADA AQUI (ATE 10) COM O PESO DE RATEIO
      * QUANTIDADE X CUSTO PADRAO DE CADA UM.
      *----------------------------------------------------------------
       2114-TESTAR-KIT.
            MOVE 'N' TO WRK-EH-KIT.
            MOVE ZEROS TO WRK-QTD-COMP.
            MOVE ZEROS TO WRK-PESO-TOTAL.
            MOVE 'N' TO WRK-EOF-KIT.
            MOVE WRK-PROD-ENTRADA TO KIT-PRODUTO.
            MOVE ZEROS TO KIT-COMPONENTE.
            START KIT-COMPONENTES KEY IS NOT LESS THAN KIT-CHAVE
                INVALID KEY
                    MOVE 'S' TO WRK-EOF-KIT
            END-START.
            IF NOT FIM-COMPONENTES
                PERFORM 2114A-LER-COMPONENTE
                PERFORM 2114B-GUARDAR-COMPONENTE
                    UNTIL FIM-COMPONENTES
            END-IF.
            IF WRK-QTD-COMP > ZEROS
                MOVE 'S' TO WRK-EH-KIT
            END-IF.

       2114A-LER-COMPONENTE.
            READ KIT-COMPONENTES NEXT RECORD
                AT END
                    MOVE 'S' TO WRK-EOF-KIT
            END-READ.
            IF NOT FIM-COMPONENTES
                AND KIT-PRODUTO NOT = WRK-PROD-ENTRADA
                MOVE 'S' TO WRK-EOF-KIT
            END-IF.

       2114B-GUARDAR-COMPONENTE.
            IF WRK-QTD-COMP < 10
                ADD 1 TO WRK-QTD-COMP
                MOVE KIT-COMPONENTE
                    TO WRK-COMP-PRODUTO (WRK-QTD-COMP)
                MOVE KIT-QTD-POR-KIT
                    TO WRK-COMP-QTD-KIT (WRK-QTD-COMP)
                MOVE KIT-COMPONENTE TO PRO-CODIGO
                READ PRODUTOS-MASTER
                    INVALID KEY
                        MOVE ZEROS TO PRO-CUSTO-PADRAO
                END-READ
                COMPUTE WRK-COMP-PESO (WRK-QTD-COMP) =
                    KIT-QTD-POR-KIT * PRO-CUSTO-PADRAO
                ADD WRK-COMP-PESO (WRK-QTD-COMP)
                    TO WRK-PESO-TOTAL
            END-IF.
            PERFORM 2114A-LER-COMPONENTE.

      *----------------------------------------------------------------
      * KIT - MESMO PRECO E MESMO RATEIO DO PROGCOB09. O PEDIDO DO
      * CLIENTE NAO TRAZ DESCONTO: O PRECO E O NOSSO.
      *----------------------------------------------------------------
       2118-CAPTURAR-KIT.
            MOVE WRK-PROD-ENTRADA TO PRO-CODIGO.
            READ PRODUTOS-MASTER
                INVALID KEY
                    CONTINUE
            END-READ.
            MOVE ZEROS TO WRK-DESC-ENTRADA.
            PERFORM 2120-BUSCAR-PRECO.
            IF WRK-PRECO-UNIT = ZEROS
                MOVE 'KIT SEM TABELA DE PRECO OU FAIXA INVALIDA'
                    TO WRK-MOTIVO-LINHA
            ELSE
                COMPUTE WRK-TOTAL-KIT =
                    WRK-PRECO-UNIT * WRK-QTD-ENTRADA
                PERFORM 2118A-TESTAR-MONTADO
                IF KIT-MONTADO
                    MOVE WRK-TOTAL-KIT TO WRK-TOTAL-ITEM
                    ADD WRK-TOTAL-ITEM TO WRK-VALOR
                        ON SIZE ERROR
                            MOVE 'VALOR DO PEDIDO ESTOURARIA O LIMITE'
                                TO WRK-MOTIVO-LINHA
                        NOT ON SIZE ERROR
                            PERFORM 2117-GUARDAR-ITEM
                    END-ADD
                ELSE
                    IF WRK-QTD-ITENS + WRK-QTD-COMP > WRK-MAX-ITENS
                        MOVE 'EXPLOSAO DO KIT ESTOURA O LIMITE DE ITENS'
                            TO WRK-MOTIVO-LINHA
                    ELSE
                        ADD WRK-TOTAL-KIT TO WRK-VALOR
                            ON SIZE ERROR
                                MOVE 'VALOR DO PEDIDO ESTOURARIA O '
                                    TO WRK-MOTIVO-LINHA
                                MOVE 'LIMITE'
                                    TO WRK-MOTIVO-LINHA (30:6)
                            NOT ON SIZE ERROR
                                PERFORM 2119-EXPLODIR-KIT
                                MOVE WRK-TOTAL-KIT TO WRK-TOTAL-ITEM
                        END-ADD
                    END-IF
                END-IF
            END-IF.

      *----------------------------------------------------------------
      * KIT JA MONTADO (ORDEM DE MONTAGEM DO OMTMANU) TEM PREFERENCIA
      * QUANDO O DISPONIVEL DO PROPRIO KIT COBRE A QUANTIDADE INTEIRA.
      *----------------------------------------------------------------
       2118A-TESTAR-MONTADO.
            MOVE 'N' TO WRK-KIT-MONTADO.
            MOVE WRK-PROD-ENTRADA TO EST-PRODUTO.
            READ ESTOQUE-SALDO
                INVALID KEY
                    CONTINUE
                NOT INVALID KEY
                    IF EST-SALDO - EST-COMPROMETIDO >= WRK-QTD-ENTRADA
                        MOVE 'S' TO WRK-KIT-MONTADO
                    END-IF
            END-READ.

       2119-EXPLODIR-KIT.
            MOVE ZEROS TO WRK-IND-COMP.
            MOVE ZEROS TO WRK-SOMA-RATEIO.
            PERFORM 2119A-EXPLODIR-COMPONENTE WRK-QTD-COMP TIMES.

       2119A-EXPLODIR-COMPONENTE.
            ADD 1 TO WRK-IND-COMP.
            IF WRK-IND-COMP = WRK-QTD-COMP
                COMPUTE WRK-RATEADO =
                    WRK-TOTAL-KIT - WRK-SOMA-RATEIO
            ELSE
                IF WRK-PESO-TOTAL > ZEROS
                    COMPUTE WRK-RATEADO = WRK-TOTAL-KIT
                        * WRK-COMP-PESO (WRK-IND-COMP)
                        / WRK-PESO-TOTAL
                ELSE
                    COMPUTE WRK-RATEADO =
                        WRK-TOTAL-KIT / WRK-QTD-COMP
                END-IF
                ADD WRK-RATEADO TO WRK-SOMA-RATEIO
            END-IF.
            COMPUTE WRK-QTD-COMP-LIN = WRK-QTD-ENTRADA
                * WRK-COMP-QTD-KIT (WRK-IND-COMP).
            IF WRK-QTD-COMP-LIN = ZEROS
                MOVE 1 TO WRK-QTD-COMP-LIN
            END-IF.
            COMPUTE WRK-PRECO-COMP =
                WRK-RATEADO / WRK-QTD-COMP-LIN.
            ADD 1 TO WRK-QTD-ITENS.
            MOVE WRK-COMP-PRODUTO (WRK-IND-COMP)
                TO WRK-ITEM-PRODUTO (WRK-QTD-ITENS).
            MOVE WRK-QTD-COMP-LIN
                TO WRK-ITEM-QTD (WRK-QTD-ITENS).
            MOVE WRK-PRECO-COMP
                TO WRK-ITEM-PRECO (WRK-QTD-ITENS).
            MOVE ZEROS TO WRK-ITEM-DESC (WRK-QTD-ITENS).
            MOVE WRK-RATEADO
                TO WRK-ITEM-TOTAL (WRK-QTD-ITENS).
            MOVE WRK-ORIGEM-PRECO
                TO WRK-ITEM-ORIGEM (WRK-QTD-ITENS).
            MOVE WRK-PROMOCAO
                TO WRK-ITEM-PROMOCAO (WRK-QTD-ITENS).
            MOVE WRK-COMP-PRODUTO (WRK-IND-COMP) TO PRO-CODIGO.
            READ PRODUTOS-MASTER
                INVALID KEY
                    CONTINUE
                NOT INVALID KEY
                    COMPUTE WRK-PESO = WRK-PESO
                        + (PRO-PESO-UNIT * WRK-QTD-COMP-LIN)
            END-READ.
            IF WRK-QTD-ITENS = 1
                MOVE WRK-COMP-PRODUTO (WRK-IND-COMP) TO WRK-PRODUTO
            END-IF.

       2115-CAPTURAR-LINHA.
            MOVE ZEROS TO WRK-DESC-ENTRADA.
            PERFORM 2116-CONFERIR-DISPONIVEL.
            PERFORM 2120-BUSCAR-PRECO.
            IF WRK-PRECO-UNIT = ZEROS
                MOVE 'PRODUTO SEM TABELA DE PRECO OU FAIXA INVALIDA'
                    TO WRK-MOTIVO-LINHA
            ELSE
                COMPUTE WRK-TOTAL-ITEM =
                    WRK-PRECO-UNIT * WRK-QTD-ENTRADA
                ADD WRK-TOTAL-ITEM TO WRK-VALOR
                    ON SIZE ERROR
                        MOVE 'VALOR DO PEDIDO ESTOURARIA O LIMITE'
                            TO WRK-MOTIVO-LINHA
                    NOT ON SIZE ERROR
                        PERFORM 2117-GUARDAR-ITEM
                END-ADD
            END-IF.

       2117-GUARDAR-ITEM.
            ADD 1 TO WRK-QTD-ITENS.
            MOVE WRK-PROD-ENTRADA
                TO WRK-ITEM-PRODUTO (WRK-QTD-ITENS).
            MOVE WRK-QTD-ENTRADA
                TO WRK-ITEM-QTD (WRK-QTD-ITENS).
            MOVE WRK-PRECO-UNIT
                TO WRK-ITEM-PRECO (WRK-QTD-ITENS).
            MOVE WRK-DESC-ENTRADA
                TO WRK-ITEM-DESC (WRK-QTD-ITENS).
            MOVE WRK-TOTAL-ITEM
                TO WRK-ITEM-TOTAL (WRK-QTD-ITENS).
            MOVE WRK-ORIGEM-PRECO
                TO WRK-ITEM-ORIGEM (WRK-QTD-ITENS).
            MOVE WRK-PROMOCAO
                TO WRK-ITEM-PROMOCAO (WRK-QTD-ITENS).
            COMPUTE WRK-PESO = WRK-PESO
                + (PRO-PESO-UNIT * WRK-QTD-ENTRADA).
            IF WRK-QTD-ITENS = 1
                MOVE WRK-PROD-ENTRADA TO WRK-PRODUTO
            END-IF.

      *----------------------------------------------------------------
      * DISPONIVEL (SALDO EM MAOS - COMPROMETIDO) QUE NAO COBRE A
      * QUANTIDADE - A LINHA SEGUE ACEITA, COMO NA DIGITACAO, E O
      * RETORNO DIZ AO CLIENTE QUE VAI FALTAR.
      *----------------------------------------------------------------
       2116-CONFERIR-DISPONIVEL.
            MOVE WRK-PROD-ENTRADA TO EST-PRODUTO.
            READ ESTOQUE-SALDO
                INVALID KEY
                    MOVE 'S' TO WRK-SEM-DISPONIVEL
                NOT INVALID KEY
                    IF EST-SALDO - EST-COMPROMETIDO < WRK-QTD-ENTRADA
                        MOVE 'S' TO WRK-SEM-DISPONIVEL
                    END-IF
            END-READ.

      *----------------------------------------------------------------
      * MESMA BUSCA DE PRECO DO PROGCOB09: A FAIXA E O PONTO DE
      * PARTIDA; ACORDO E PROMOCAO SO ENTRAM QUANDO DAO PRECO MENOR,
      * E A ORIGEM DO PRECO QUE VALEU VAI PARA A LINHA.
      *----------------------------------------------------------------
       2120-BUSCAR-PRECO.
            MOVE ZEROS TO WRK-PRECO-UNIT.
            MOVE 'T' TO WRK-ORIGEM-PRECO.
            MOVE ZEROS TO WRK-PROMOCAO.
            MOVE WRK-PROD-ENTRADA TO PRC-PRODUTO.
            READ PRECO-TABELA
                INVALID KEY
                    NEXT SENTENCE
            END-READ.
            IF WRK-FS-PRECO = '00'
                MOVE ZEROS TO WRK-SUB
                PERFORM 2130-ACHAR-FAIXA UNTIL WRK-SUB >= 3
                    OR WRK-PRECO-UNIT NOT = ZEROS
            END-IF.
            MOVE WRK-PRECO-UNIT TO WRK-PRECO-TABELA.
            PERFORM 2125-APLICAR-ACORDO.
            IF WRK-PRECO-TABELA NOT = ZEROS
                PERFORM 2127-APLICAR-PROMOCAO
            END-IF.

       2125-APLICAR-ACORDO.
            MOVE ZEROS TO WRK-PRECO-ACORDO.
            MOVE WRK-CLIENTE-CODIGO TO ACO-CLIENTE.
            MOVE WRK-PROD-ENTRADA TO ACO-PRODUTO.
            READ ACORDOS-PRECO
                INVALID KEY
                    CONTINUE
                NOT INVALID KEY
                    IF WRK-DATA-HOJE >= ACO-VALIDADE-INI
                        AND WRK-DATA-HOJE <= ACO-VALIDADE-FIM
                        IF ACORDO-PRECO
                            MOVE ACO-PRECO-ESPECIAL TO WRK-PRECO-ACORDO
                        ELSE
                            IF ACORDO-DESCONTO
                                COMPUTE WRK-PRECO-ACORDO =
                                    WRK-PRECO-TABELA
                                    * (1 - ACO-PERC-DESCONTO / 100)
                            END-IF
                        END-IF
                    END-IF
            END-READ.
            IF WRK-PRECO-ACORDO NOT = ZEROS
                AND (WRK-PRECO-ACORDO < WRK-PRECO-UNIT
                     OR WRK-PRECO-UNIT = ZEROS)
                MOVE WRK-PRECO-ACORDO TO WRK-PRECO-UNIT
                MOVE 'A' TO WRK-ORIGEM-PRECO
            END-IF.

       2127-APLICAR-PROMOCAO.
            MOVE WRK-PROD-ENTRADA TO PMB-PRODUTO.
            MOVE WRK-CLIENTE-CODIGO TO PMB-CLIENTE.
            MOVE CLI-UF TO PMB-UF.
            MOVE WRK-DATA-HOJE TO PMB-DATA.
            MOVE WRK-PRECO-TABELA TO PMB-PRECO-TABELA.
            CALL 'PROMOBUS' USING PROMOBUS-AREA.
            IF PMB-PROMOCAO NOT = ZEROS
                AND PMB-PRECO-PROMO < WRK-PRECO-UNIT
                MOVE PMB-PRECO-PROMO TO WRK-PRECO-UNIT
                MOVE 'P' TO WRK-ORIGEM-PRECO
                MOVE PMB-PROMOCAO TO WRK-PROMOCAO
            END-IF.

       2130-ACHAR-FAIXA.
            ADD 1 TO WRK-SUB.
            IF WRK-QTD-ENTRADA >= PRC-QTD-MIN (WRK-SUB)
               AND WRK-QTD-ENTRADA <= PRC-QTD-MAX (WRK-SUB)
                MOVE PRC-PRECO (WRK-SUB) TO WRK-PRECO-UNIT
            END-IF.

      *----------------------------------------------------------------
      * ENDERECO DE ENTREGA PELA SEQUENCIA DO CABECALHO (0 = O DO
      * CADASTRO); SEQUENCIA QUE NAO EXISTE EM CLIENDER CAI NO
      * CADASTRO, COM AVISO NA EXCECAO. A UF DO FRETE SAI DELE.
      *----------------------------------------------------------------
       2140-ESCOLHER-ENDERECO.
            MOVE ZEROS TO WRK-END-ESCOLHIDO.
            MOVE CLI-UF TO WRK-UF.
            IF EDH-END-ENTREGA NUMERIC
                MOVE EDH-END-ENTREGA TO WRK-END-ESCOLHIDO
            END-IF.
            IF WRK-END-ESCOLHIDO NOT = ZEROS
                MOVE WRK-CLIENTE-CODIGO TO END-CLIENTE
                MOVE WRK-END-ESCOLHIDO TO END-SEQUENCIA
                READ CLI-ENDERECOS
                    INVALID KEY
                        MOVE ZEROS TO WRK-END-ESCOLHIDO
                        MOVE ZEROS TO EXCEP-LINHA-CLIENTE
                        MOVE SPACES TO EXCEP-PRODUTO-CLI
                        MOVE 'AVISO: ENDERECO NAO CADASTRADO - USADO '
                            TO EXCEP-MOTIVO
                        MOVE 'O CADASTRO' TO EXCEP-MOTIVO (31:10)
                        PERFORM 2450-GRAVAR-EXCECAO
                    NOT INVALID KEY
                        MOVE END-UF TO WRK-UF
                END-READ
            END-IF.

      *----------------------------------------------------------------
      * CONDICAO DE PAGAMENTO DO CABECALHO; 0 OU NAO CADASTRADA CAI
      * NO PRAZO PADRAO DE 30 DIAS DO FATURAMENTO, COMO NA DIGITACAO.
      *----------------------------------------------------------------
       2150-ESCOLHER-CONDICAO.
            MOVE ZEROS TO WRK-COND-PAGTO.
            IF EDH-COND-PAGTO NUMERIC
                MOVE EDH-COND-PAGTO TO WRK-COND-PAGTO
            END-IF.
            IF WRK-COND-PAGTO NOT = ZEROS
                MOVE WRK-COND-PAGTO TO CPG-CODIGO
                READ COND-PAGAMENTO
                    INVALID KEY
                        MOVE ZEROS TO WRK-COND-PAGTO
                        MOVE ZEROS TO EXCEP-LINHA-CLIENTE
                        MOVE SPACES TO EXCEP-PRODUTO-CLI
                        MOVE 'AVISO: CONDICAO NAO CADASTRADA - 30 DIAS'
                            TO EXCEP-MOTIVO
                        PERFORM 2450-GRAVAR-EXCECAO
                END-READ
            END-IF.

       2200-CALCULAR-FRETE.
            MOVE WRK-UF TO FRT-UF.
            READ FRETE-TABELA
                INVALID KEY
                    MOVE 1,300 TO FRT-PERCENTUAL
            END-READ.
            COMPUTE WRK-FRETE-ESTADO =
                WRK-VALOR * (FRT-PERCENTUAL - 1).
            MOVE 1 TO WRK-SUB.
            PERFORM 2210-ACHAR-FAIXA-PESO
                UNTIL WRK-PESO <= WRK-FAIXA-LIMITE(WRK-SUB)
                OR WRK-SUB >= 5.
            COMPUTE WRK-FRETE-PESO =
                WRK-PESO * WRK-FAIXA-VALOR-KG(WRK-SUB).
            COMPUTE WRK-FRETE = WRK-FRETE-ESTADO + WRK-FRETE-PESO.
            COMPUTE WRK-TOTAL = WRK-VALOR + WRK-FRETE
                ON SIZE ERROR
                    MOVE ZEROS TO WRK-TOTAL
                    MOVE 'TOTAL ESTOURA O LIMITE DO PEDIDO'
                        TO WRK-MSG-ERRO
            END-COMPUTE.

       2210-ACHAR-FAIXA-PESO.
            ADD 1 TO WRK-SUB.

      *----------------------------------------------------------------
      * A EXPOSICAO REAL DO CLIENTE MAIS O PEDIDO NOVO NAO PODE
      * PASSAR DO LIMITE DE CREDITO DE CLIRATE - ACIMA, O PEDIDO VAI
      * PARA A FILA DE LIBERACAO COM ALERTA AO CREDITO.
      *----------------------------------------------------------------
       2250-VERIFICAR-LIMITE.
            IF TEM-RATING
                PERFORM 2240-APURAR-EXPOSICAO
                IF WRK-EXPOSICAO + WRK-TOTAL > RAT-LIMITE-CREDITO
                    MOVE 'EXPOSICAO ACIMA DO LIMITE DE CREDITO'
                        TO WRK-MOTIVO-HOLD
                    INITIALIZE ALERTA-AREA
                    MOVE 'LIMITE' TO ALT-TIPO
                    MOVE 'C' TO ALT-SEVERIDADE
                    MOVE 'CREDITO' TO ALT-PAPEL
                    MOVE WRK-CLIENTE-CODIGO TO ALT-CLIENTE
                    MOVE WRK-MOTIVO-HOLD TO ALT-TEXTO
                    MOVE 'PEDEDI' TO ALT-PROGRAMA
                    CALL 'ALERTAR' USING ALERTA-AREA
                END-IF
            END-IF.

       2240-APURAR-EXPOSICAO.
            MOVE ZEROS TO WRK-EXPO-TITULOS.
            MOVE ZEROS TO WRK-EXPO-PEDIDOS.
            MOVE 'N' TO WRK-EOF-RECEBER.
            MOVE ZEROS TO RCB-FATURA.
            START CONTAS-A-RECEBER KEY IS NOT LESS THAN RCB-FATURA
                INVALID KEY
                    MOVE 'S' TO WRK-EOF-RECEBER
            END-START.
            IF NOT FIM-RECEBER
                PERFORM 2241-LER-TITULO
                PERFORM 2242-SOMAR-TITULO UNTIL FIM-RECEBER
            END-IF.
            MOVE 'N' TO WRK-EOF-PEDIDOS.
            MOVE ZEROS TO PED-NUMERO.
            START PEDIDOS KEY IS NOT LESS THAN PED-NUMERO
                INVALID KEY
                    MOVE 'S' TO WRK-EOF-PEDIDOS
            END-START.
            IF NOT FIM-PEDIDOS
                PERFORM 2243-LER-PEDIDO
                PERFORM 2244-SOMAR-PEDIDO UNTIL FIM-PEDIDOS
            END-IF.
            COMPUTE WRK-EXPOSICAO =
                WRK-EXPO-TITULOS + WRK-EXPO-PEDIDOS.

       2241-LER-TITULO.
            READ CONTAS-A-RECEBER NEXT RECORD
                AT END
                    MOVE 'S' TO WRK-EOF-RECEBER
            END-READ.

       2242-SOMAR-TITULO.
            IF RCB-CLIENTE = WRK-CLIENTE-CODIGO
                AND RECEB-ABERTA
                COMPUTE WRK-EXPO-TITULOS = WRK-EXPO-TITULOS
                    + RCB-VALOR - RCB-VALOR-PAGO
            END-IF.
            PERFORM 2241-LER-TITULO.

       2243-LER-PEDIDO.
            READ PEDIDOS NEXT RECORD
                AT END
                    MOVE 'S' TO WRK-EOF-PEDIDOS
            END-READ.

       2244-SOMAR-PEDIDO.
            IF PED-CLIENTE = WRK-CLIENTE-CODIGO
                AND PEDIDO-ABERTO
                ADD PED-TOTAL TO WRK-EXPO-PEDIDOS
            END-IF.
            PERFORM 2243-LER-PEDIDO.

       2300-GRAVAR-PEDIDO.
            MOVE 'PD' TO PCT-CHAVE.
            READ PED-CONTROLE
                INVALID KEY
                    MOVE ZEROS TO PCT-ULTIMO-NUMERO
            END-READ.
            ADD 1 TO PCT-ULTIMO-NUMERO.
            MOVE PCT-ULTIMO-NUMERO TO PED-NUMERO.
            MOVE 'PD' TO PCT-CHAVE.
            REWRITE PCT-REG
                INVALID KEY
                    WRITE PCT-REG
            END-REWRITE.
            MOVE WRK-CLIENTE-CODIGO TO PED-CLIENTE.
            MOVE WRK-PRODUTO        TO PED-PRODUTO.
            MOVE WRK-VALOR          TO PED-VALOR.
            MOVE WRK-PESO           TO PED-PESO.
            MOVE WRK-UF             TO PED-UF.
            MOVE WRK-FRETE          TO PED-FRETE.
            MOVE WRK-TOTAL          TO PED-TOTAL.
            MOVE WRK-DATA-HOJE      TO PED-DATA.
            MOVE 'A' TO PED-STATUS.
            MOVE SPACES TO PED-MOTIVO-CANCEL.
            MOVE WRK-VENDEDOR-PED TO PED-VENDEDOR.
            MOVE WRK-END-ESCOLHIDO TO PED-END-ENTREGA.
            MOVE WRK-COND-PAGTO TO PED-COND-PAGTO.
            MOVE 'N' TO PED-RAZAO-SITUACAO.
            MOVE ZEROS TO PED-RAZAO-DATA.
            MOVE ZEROS TO PED-RAZAO-HORA.
            MOVE ZEROS TO PED-DATA-PROMETIDA.
            MOVE ZEROS TO WRK-DATA-PROMETIDA.
            MOVE 01 TO PED-EMPRESA.
            WRITE PEDIDO-REG
                INVALID KEY
                    MOVE 'ERRO AO GRAVAR O PEDIDO' TO WRK-MSG-ERRO
                NOT INVALID KEY
                    MOVE 'A' TO WRK-SITUACAO-PED
                    MOVE PED-NUMERO TO WRK-NOSSO-PEDIDO
                    MOVE 'I' TO TCA-OPERACAO
                    PERFORM 8950-CONTROLE-PEDIDO
                    PERFORM 2310-GRAVAR-ITENS
                    PERFORM 2340-GRAVAR-PROMETIDA
            END-WRITE.

       2310-GRAVAR-ITENS.
            MOVE ZEROS TO WRK-SUB.
            PERFORM 2320-GRAVAR-UM-ITEM WRK-QTD-ITENS TIMES.

       2320-GRAVAR-UM-ITEM.
            ADD 1 TO WRK-SUB.
            MOVE PED-NUMERO TO ITN-PEDIDO.
            MOVE WRK-SUB    TO ITN-LINHA.
            MOVE WRK-ITEM-PRODUTO (WRK-SUB) TO ITN-PRODUTO.
            MOVE WRK-ITEM-QTD (WRK-SUB)     TO ITN-QUANTIDADE.
            MOVE WRK-ITEM-PRECO (WRK-SUB)   TO ITN-PRECO-UNIT.
            MOVE WRK-ITEM-DESC (WRK-SUB)    TO ITN-DESCONTO-PCT.
            MOVE WRK-ITEM-TOTAL (WRK-SUB)   TO ITN-TOTAL.
            MOVE ZEROS TO ITN-QTD-ENTREGUE.
            MOVE WRK-ITEM-ORIGEM (WRK-SUB)   TO ITN-ORIGEM-PRECO.
            MOVE WRK-ITEM-PROMOCAO (WRK-SUB) TO ITN-PROMOCAO.
            PERFORM 2325-PROMETER-ITEM.
            WRITE ITEM-PEDIDO-REG
                INVALID KEY
                    DISPLAY 'ERRO AO GRAVAR ITEM ' WRK-SUB
                        ' DO PEDIDO ' PED-NUMERO
                NOT INVALID KEY
                    PERFORM 2330-BAIXAR-ESTOQUE
            END-WRITE.

       2325-PROMETER-ITEM.
            MOVE ITN-PRODUTO TO EST-PRODUTO.
            READ ESTOQUE-SALDO
                INVALID KEY
                    MOVE ZEROS TO PZE-DISPONIVEL
                NOT INVALID KEY
                    COMPUTE PZE-DISPONIVEL =
                        EST-SALDO - EST-COMPROMETIDO
            END-READ.
            MOVE ITN-PRODUTO    TO PZE-PRODUTO.
            MOVE ITN-QUANTIDADE TO PZE-QUANTIDADE.
            MOVE WRK-UF         TO PZE-UF.
            MOVE WRK-DATA-HOJE  TO PZE-DATA-BASE.
            CALL 'PRAZOENT' USING PRAZOENT-AREA.
            MOVE PZE-DATA-PROMETIDA TO ITN-DATA-PROMETIDA.
            IF PZE-DATA-PROMETIDA > WRK-DATA-PROMETIDA
                MOVE PZE-DATA-PROMETIDA TO WRK-DATA-PROMETIDA
            END-IF.

       2340-GRAVAR-PROMETIDA.
            MOVE PEDIDO-REG TO TCA-ANTES.
            MOVE WRK-DATA-PROMETIDA TO PED-DATA-PROMETIDA.
            REWRITE PEDIDO-REG
                INVALID KEY
                    DISPLAY 'ERRO AO GRAVAR DATA PROMETIDA DO PEDIDO '
                        PED-NUMERO
                NOT INVALID KEY
                    MOVE 'A' TO TCA-OPERACAO
                    PERFORM 8950-CONTROLE-PEDIDO
            END-REWRITE.

      *----------------------------------------------------------------
      * O ITEM ACEITO COMPROMETE O ESTOQUE (EST-COMPROMETIDO) SEM
      * MEXER NO SALDO EM MAOS - O FISICO SO SAI NA ENTREGA.
      *----------------------------------------------------------------
       2330-BAIXAR-ESTOQUE.
            MOVE ITN-PRODUTO TO EST-PRODUTO.
            READ ESTOQUE-SALDO
                INVALID KEY
                    MOVE ITN-PRODUTO TO EST-PRODUTO
                    MOVE ZEROS TO EST-SALDO
                    MOVE ZEROS TO EST-PONTO-REPOSICAO
                    MOVE ZEROS TO EST-COMPROMETIDO
                    MOVE ZEROS TO EST-CUSTO-MEDIO
            END-READ.
            MOVE ESTOQUE-REG TO TCA-ANTES.
            ADD ITN-QUANTIDADE TO EST-COMPROMETIDO.
            REWRITE ESTOQUE-REG
                INVALID KEY
                    WRITE ESTOQUE-REG
                    MOVE 'I' TO TCA-OPERACAO
                NOT INVALID KEY
                    MOVE 'A' TO TCA-OPERACAO
            END-REWRITE.
            PERFORM 8940-CONTROLE-ESTOQUE.

      *----------------------------------------------------------------
      * PEDIDO RECUSADO POR CREDITO VAI PARA A FILA DE LIBERACAO
      * (PEDHOLD, NUMERO DA CHAVE 'PH'), SEM COMPROMETER ESTOQUE -
      * IGUAL A DIGITACAO. O RETORNO LEVA O NUMERO DA RETENCAO.
      *----------------------------------------------------------------
       2350-RETER-PEDIDO.
            MOVE 'PH' TO PCT-CHAVE.
            READ PED-CONTROLE
                INVALID KEY
                    MOVE ZEROS TO PCT-ULTIMO-NUMERO
            END-READ.
            ADD 1 TO PCT-ULTIMO-NUMERO.
            MOVE PCT-ULTIMO-NUMERO TO PHD-NUMERO.
            MOVE 'PH' TO PCT-CHAVE.
            REWRITE PCT-REG
                INVALID KEY
                    WRITE PCT-REG
            END-REWRITE.
            MOVE WRK-CLIENTE-CODIGO TO PHD-CLIENTE.
            MOVE WRK-DATA-HOJE      TO PHD-DATA.
            MOVE WRK-VALOR          TO PHD-VALOR.
            MOVE WRK-PESO           TO PHD-PESO.
            MOVE WRK-UF             TO PHD-UF.
            MOVE WRK-FRETE          TO PHD-FRETE.
            MOVE WRK-TOTAL          TO PHD-TOTAL.
            MOVE WRK-VENDEDOR-PED   TO PHD-VENDEDOR.
            MOVE WRK-END-ESCOLHIDO  TO PHD-END-ENTREGA.
            MOVE WRK-COND-PAGTO     TO PHD-COND-PAGTO.
            MOVE WRK-MOTIVO-HOLD    TO PHD-MOTIVO-RECUSA.
            MOVE 'P' TO PHD-STATUS.
            MOVE SPACES TO PHD-DECISAO-USUARIO.
            MOVE ZEROS TO PHD-DECISAO-DATA.
            MOVE SPACES TO PHD-JUSTIFICATIVA.
            MOVE ZEROS TO PHD-PEDIDO-GERADO.
            MOVE 01 TO PHD-EMPRESA.
            WRITE PED-HOLD-REG
                INVALID KEY
                    MOVE 'ERRO AO RETER O PEDIDO' TO WRK-MSG-ERRO
                NOT INVALID KEY
                    MOVE 'R' TO WRK-SITUACAO-PED
                    MOVE PHD-NUMERO TO WRK-NOSSO-PEDIDO
                    PERFORM 2360-GRAVAR-ITENS-HOLD
                    PERFORM 2380-ALERTAR-RETENCAO
            END-WRITE.

       2380-ALERTAR-RETENCAO.
            INITIALIZE ALERTA-AREA.
            MOVE 'PEDHOLD' TO ALT-TIPO.
            MOVE 'A' TO ALT-SEVERIDADE.
            MOVE 'CREDITO' TO ALT-PAPEL.
            MOVE PHD-CLIENTE TO ALT-CLIENTE.
            MOVE PHD-NUMERO TO ALT-DOCUMENTO.
            STRING 'PEDIDO RETIDO: ' DELIMITED SIZE
                PHD-MOTIVO-RECUSA DELIMITED SIZE
                INTO ALT-TEXTO
            END-STRING.
            MOVE 'PEDEDI' TO ALT-PROGRAMA.
            CALL 'ALERTAR' USING ALERTA-AREA.

       2360-GRAVAR-ITENS-HOLD.
            MOVE ZEROS TO WRK-SUB.
            PERFORM 2370-GRAVAR-UM-ITEM-HOLD WRK-QTD-ITENS TIMES.

       2370-GRAVAR-UM-ITEM-HOLD.
            ADD 1 TO WRK-SUB.
            MOVE PHD-NUMERO TO PHI-HOLD.
            MOVE WRK-SUB    TO PHI-LINHA.
            MOVE WRK-ITEM-PRODUTO (WRK-SUB) TO PHI-PRODUTO.
            MOVE WRK-ITEM-QTD (WRK-SUB)     TO PHI-QUANTIDADE.
            MOVE WRK-ITEM-PRECO (WRK-SUB)   TO PHI-PRECO-UNIT.
            MOVE WRK-ITEM-DESC (WRK-SUB)    TO PHI-DESCONTO-PCT.
            MOVE WRK-ITEM-TOTAL (WRK-SUB)   TO PHI-TOTAL.
            MOVE WRK-ITEM-ORIGEM (WRK-SUB)   TO PHI-ORIGEM-PRECO.
            MOVE WRK-ITEM-PROMOCAO (WRK-SUB) TO PHI-PROMOCAO.
            WRITE PED-HOLD-ITEM-REG
                INVALID KEY
                    DISPLAY 'ERRO AO GRAVAR ITEM ' WRK-SUB
                        ' DO PEDIDO RETIDO ' PHD-NUMERO
            END-WRITE.

      *----------------------------------------------------------------
      * FIM DO PEDIDO DO CLIENTE: SEM NENHUMA LINHA ACEITA E
      * RECUSADO; SENAO FRETE, LIMITE DE CREDITO E GRAVACAO EM
      * PEDIDOS OU PEDHOLD. ACEITO OU RETIDO FICA REGISTRADO EM
      * EDIPEDPO (REENVIO VIRA DUPLICADO) E TODO PEDIDO E RESPONDIDO
      * NO RETORNO.
      *----------------------------------------------------------------
       2400-CONCLUIR-PEDIDO.
            IF WRK-MSG-ERRO = SPACES
                AND WRK-QTD-ITENS = ZEROS
                MOVE 'NENHUMA LINHA ACEITA' TO WRK-MSG-ERRO
            END-IF.
            IF WRK-MSG-ERRO = SPACES
                PERFORM 2200-CALCULAR-FRETE
            END-IF.
            IF WRK-MSG-ERRO = SPACES
                IF WRK-MOTIVO-HOLD = SPACES
                    PERFORM 2250-VERIFICAR-LIMITE
                END-IF
                IF WRK-MOTIVO-HOLD NOT = SPACES
                    PERFORM 2350-RETER-PEDIDO
                ELSE
                    PERFORM 2300-GRAVAR-PEDIDO
                END-IF
            END-IF.
            EVALUATE TRUE
                WHEN PED-EDI-ACEITO
                    ADD 1 TO WRK-QTD-ACEITOS
                    ADD WRK-TOTAL TO WRK-TOTAL-ACEITO
                    PERFORM 2410-GRAVAR-RECEBIDO
                WHEN PED-EDI-RETIDO
                    ADD 1 TO WRK-QTD-RETIDOS
                    PERFORM 2410-GRAVAR-RECEBIDO
                    MOVE ZEROS TO EXCEP-LINHA-CLIENTE
                    MOVE SPACES TO EXCEP-PRODUTO-CLI
                    MOVE WRK-MOTIVO-HOLD TO EXCEP-MOTIVO
                    PERFORM 2450-GRAVAR-EXCECAO
                WHEN OTHER
                    MOVE 'X' TO WRK-SITUACAO-PED
                    ADD 1 TO WRK-QTD-RECUSADOS
                    MOVE ZEROS TO EXCEP-LINHA-CLIENTE
                    MOVE SPACES TO EXCEP-PRODUTO-CLI
                    MOVE WRK-MSG-ERRO TO EXCEP-MOTIVO
                    PERFORM 2450-GRAVAR-EXCECAO
            END-EVALUATE.
            PERFORM 2420-RETORNAR-CABECALHO.
            MOVE ZEROS TO WRK-IND-RETORNO.
            PERFORM 2430-RETORNAR-LINHA WRK-QTD-RETORNO TIMES.

       2410-GRAVAR-RECEBIDO.
            MOVE WRK-CLIENTE-CODIGO TO EPO-CLIENTE.
            MOVE WRK-PEDIDO-CLIENTE TO EPO-PEDIDO-CLIENTE.
            ACCEPT WRK-DH-DATA FROM DATE YYYYMMDD.
            ACCEPT WRK-DH-HORA FROM TIME.
            MOVE WRK-DH-DATA TO EPO-DATA-RECEBIDO.
            MOVE WRK-DH-HORA TO EPO-HORA-RECEBIDO.
            MOVE WRK-SITUACAO-PED TO EPO-SITUACAO.
            MOVE WRK-NOSSO-PEDIDO TO EPO-PEDIDO.
            MOVE WRK-TOTAL TO EPO-TOTAL.
            MOVE WRK-QTD-LINHAS-PED TO EPO-QTD-LINHAS.
            MOVE WRK-QTD-RECUSA-PED TO EPO-QTD-RECUSADAS.
            WRITE EDI-PEDIDO-REG
                INVALID KEY
                    DISPLAY 'PEDIDO DO CLIENTE JA REGISTRADO: '
                        EPO-CLIENTE ' ' EPO-PEDIDO-CLIENTE
            END-WRITE.

       2420-RETORNAR-CABECALHO.
            MOVE SPACES TO ACK-CAB-REG.
            MOVE 'H' TO ACK-TIPO.
            MOVE WRK-CLIENTE-CODIGO TO ACK-CLIENTE.
            MOVE WRK-PEDIDO-CLIENTE TO ACK-PEDIDO-CLIENTE.
            MOVE WRK-SITUACAO-PED TO ACK-SITUACAO.
            MOVE WRK-NOSSO-PEDIDO TO ACK-NOSSO-PEDIDO.
            MOVE ZEROS TO ACK-DATA-PROMETIDA.
            MOVE ZEROS TO ACK-TOTAL.
            EVALUATE TRUE
                WHEN PED-EDI-ACEITO
                    MOVE WRK-DATA-PROMETIDA TO ACK-DATA-PROMETIDA
                    MOVE WRK-TOTAL TO ACK-TOTAL
                WHEN PED-EDI-RETIDO
                    MOVE WRK-TOTAL TO ACK-TOTAL
                    MOVE 'EM ANALISE DE CREDITO' TO ACK-MOTIVO
                WHEN OTHER
                    MOVE WRK-MSG-ERRO TO ACK-MOTIVO
            END-EVALUATE.
            WRITE ACK-CAB-REG.

       2430-RETORNAR-LINHA.
            ADD 1 TO WRK-IND-RETORNO.
            MOVE SPACES TO ACK-ITEM-REG.
            MOVE 'L' TO ACK-ITEM-TIPO.
            MOVE WRK-RET-LINHA (WRK-IND-RETORNO) TO ACK-LINHA.
            MOVE WRK-RET-PROD-CLI (WRK-IND-RETORNO)
                TO ACK-PRODUTO-CLIENTE.
            MOVE WRK-RET-PRODUTO (WRK-IND-RETORNO) TO ACK-PRODUTO.
            MOVE WRK-RET-QTD (WRK-IND-RETORNO) TO ACK-QUANTIDADE.
            MOVE WRK-RET-PRECO (WRK-IND-RETORNO) TO ACK-PRECO.
            MOVE WRK-RET-TOTAL (WRK-IND-RETORNO) TO ACK-TOTAL-LINHA.
            MOVE WRK-RET-SITUACAO (WRK-IND-RETORNO)
                TO ACK-SITUACAO-LINHA.
            MOVE WRK-RET-MOTIVO (WRK-IND-RETORNO) TO ACK-MOTIVO-LINHA.
            IF PED-EDI-RECUSADO
                AND WRK-RET-SITUACAO (WRK-IND-RETORNO) NOT = 'R'
                MOVE 'R' TO ACK-SITUACAO-LINHA
                MOVE 'PEDIDO RECUSADO' TO ACK-MOTIVO-LINHA
            END-IF.
            WRITE ACK-ITEM-REG.

       2450-GRAVAR-EXCECAO.
            MOVE WRK-CLIENTE-CODIGO TO EXCEP-CLIENTE.
            MOVE WRK-PEDIDO-CLIENTE TO EXCEP-PEDIDO-CLIENTE.
            WRITE EXCEP-LINHA.
            ADD 1 TO WRK-QTD-EXCECOES.

       5010-LER-EDI.
            READ EDI-PEDIDOS
                AT END
                    MOVE 'S' TO WRK-EOF-EDI
                NOT AT END
                    ADD 1 TO WRK-QTD-LIDOS
            END-READ.

       3000-FINALIZAR.
            CLOSE EDI-PEDIDOS.
            CLOSE EDI-EXCECAO.
            CLOSE EDI-RETORNO.
            CLOSE EDI-RECEBIDOS.
            CLOSE CLI-PRODUTOS.
            CLOSE CLIENTES-MASTER.
            CLOSE FRETE-TABELA.
            CLOSE PEDIDOS.
            CLOSE PED-CONTROLE.
            CLOSE CLI-RATING.
            CLOSE PED-ITENS.
            CLOSE PRECO-TABELA.
            CLOSE PRODUTOS-MASTER.
            CLOSE ESTOQUE-SALDO.
            CLOSE ACORDOS-PRECO.
            CLOSE VENDEDORES.
            CLOSE CLI-ENDERECOS.
            CLOSE COND-PAGAMENTO.
            CLOSE CONTAS-A-RECEBER.
            CLOSE CARTEIRA.
            CLOSE KIT-COMPONENTES.
            CLOSE PED-HOLD.
            CLOSE PED-HOLD-ITENS.
            DISPLAY '-------------------------------------------'.
            DISPLAY 'CARGA DE PEDIDOS EDI - RESUMO DA EXECUCAO'.
            DISPLAY 'REGISTROS LIDOS......: ' WRK-QTD-LIDOS.
            DISPLAY 'PEDIDOS DO CLIENTE...: ' WRK-QTD-PEDIDOS.
            DISPLAY 'PEDIDOS GRAVADOS.....: ' WRK-QTD-ACEITOS.
            DISPLAY 'RETIDOS POR CREDITO..: ' WRK-QTD-RETIDOS.
            DISPLAY 'PEDIDOS RECUSADOS....: ' WRK-QTD-RECUSADOS.
            DISPLAY 'LINHAS RECUSADAS.....: ' WRK-QTD-LINHAS-REC.
            DISPLAY 'VALOR TOTAL GRAVADO..: ' WRK-TOTAL-ACEITO.
            DISPLAY 'EXCECOES EM EDIEXCEP.TXT: ' WRK-QTD-EXCECOES.
            DISPLAY 'RETORNO AOS CLIENTES EM EDIACK.TXT'.
            DISPLAY '-------------------------------------------'.
            MOVE 'F' TO JBL-EVENTO.
            EVALUATE TRUE
                WHEN CARGA-RECUSADA
                    MOVE 8 TO JBL-RETORNO
                WHEN WRK-QTD-EXCECOES > ZEROS
                    MOVE 4 TO JBL-RETORNO
                WHEN OTHER
                    MOVE ZEROS TO JBL-RETORNO
            END-EVALUATE.
            MOVE JBL-RETORNO TO RETURN-CODE.
            MOVE WRK-QTD-LIDOS TO JBL-LIDOS.
            COMPUTE JBL-GRAVADOS = WRK-QTD-ACEITOS + WRK-QTD-RETIDOS.
            CALL 'JOBLOG' USING JOBLOG-AREA.

      *----------------------------------------------------------------
      * TOTAIS DE CONTROLE DO MESTRE (ROTINA COMUM TOTCTL) - A
      * OPERACAO E A IMAGEM DE ANTES VEM PREENCHIDAS PELO CHAMADOR.
      *----------------------------------------------------------------
       8940-CONTROLE-ESTOQUE.
            MOVE 'ESTOQUE' TO TCA-ARQUIVO.
            MOVE 'PEDEDI' TO TCA-PROGRAMA.
            MOVE ESTOQUE-REG TO TCA-DEPOIS.
            CALL 'TOTCTL' USING TOTCTL-AREA.

       8950-CONTROLE-PEDIDO.
            MOVE 'PEDIDOS' TO TCA-ARQUIVO.
            MOVE 'PEDEDI' TO TCA-PROGRAMA.
            MOVE PEDIDO-REG TO TCA-DEPOIS.
            CALL 'TOTCTL' USING TOTCTL-AREA.

       END PROGRAM PEDEDI.
