      ******************************************************************
      * Author:  ALEXANDRE BELCHIOR MEDEIROS
      * Date:    15/10/2026
      * Purpose: REAJUSTE ANUAL DOS CONTRATOS RECORRENTES - PARA CADA
      *          CONTRATO ATIVO COM INDICE (IGP-M, IPCA OU PERCENTUAL
      *          FIXO) QUE FAZ ANIVERSARIO NO MES E JA TEM UM ANO DE
      *          VIGENCIA, CORRIGE OS PRECOS DE CONTRATO DAS LINHAS
      *          (CONTITEN) PELA VARIACAO ACUMULADA EM 12 MESES DA
      *          TABELA INDICES (TAXA DO MES ANTERIOR AO ANIVERSARIO)
      *          E GRAVA UMA CARTA DE AVISO POR CONTRATO EM
      *          CTOCARTA.TXT. VARIACAO NEGATIVA NAO REDUZ PRECO. O
      *          MES DO ULTIMO REAJUSTE FICA NO CONTRATO - REPROCESSAR
      *          NAO REAJUSTA DUAS VEZES; CONTRATO SEM O INDICE DO MES
      *          CADASTRADO FICA PENDENTE E ENTRA NO PROXIMO RERUN.
      *          O MES VEM DO SYSIN (AAAAMM); ZEROS E O MES CORRENTE,
      *          O MESMO DA GERACAO DE PEDIDOS (CTOGERA), QUE RODA
      *          LOGO DEPOIS NA CADEIA MENSAL (CLMENSAL).
      ******************************************************************
      * Modification History:
      * 15/10/2026 ABM  Programa original.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CTOREAJ.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CONTRATOS ASSIGN TO 'CONTRATO'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CTO-NUMERO
               FILE STATUS IS WRK-FS-CONTRATO.
           SELECT CONTRATO-ITENS ASSIGN TO 'CONTITEN'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CTI-CHAVE
               FILE STATUS IS WRK-FS-CTOITEM.
           SELECT CLIENTES-MASTER ASSIGN TO 'CLIMAST'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CLI-CODIGO
               FILE STATUS IS WRK-FS-MASTER.
           SELECT PRODUTOS-MASTER ASSIGN TO 'PRODUTOS'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PRO-CODIGO
               FILE STATUS IS WRK-FS-PRODUTO.
           SELECT INDICES-REAJUSTE ASSIGN TO 'INDICES'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS IDC-CHAVE
               FILE STATUS IS WRK-FS-INDICE.
           SELECT REL-CARTAS ASSIGN TO 'CTOCARTA.TXT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-REL.
       DATA DIVISION.
       FILE SECTION.
       FD  CONTRATOS
           LABEL RECORD IS STANDARD.
           COPY CTOREG.
       FD  CONTRATO-ITENS
           LABEL RECORD IS STANDARD.
           COPY CTIREG.
       FD  CLIENTES-MASTER
           LABEL RECORD IS STANDARD.
           COPY CLIREG.
       FD  PRODUTOS-MASTER
           LABEL RECORD IS STANDARD.
           COPY PRODREG.
       FD  INDICES-REAJUSTE
           LABEL RECORD IS STANDARD.
           COPY IDCREG.
       FD  REL-CARTAS
           LABEL RECORD IS STANDARD.
       01 REL-LINHA                 PIC X(80).
       WORKING-STORAGE SECTION.
       77 WRK-FS-CONTRATO  PIC X(02) VALUE '00'.
       77 WRK-FS-CTOITEM   PIC X(02) VALUE '00'.
       77 WRK-FS-MASTER    PIC X(02) VALUE '00'.
       77 WRK-FS-PRODUTO   PIC X(02) VALUE '00'.
       77 WRK-FS-INDICE    PIC X(02) VALUE '00'.
       77 WRK-FS-REL       PIC X(02) VALUE '00'.
       77 WRK-EOF-CONTRATO PIC X(01) VALUE 'N'.
           88 FIM-CONTRATOS VALUE 'S'.
       77 WRK-EOF-CTOITEM  PIC X(01) VALUE 'N'.
           88 FIM-CTO-ITENS VALUE 'S'.
       77 WRK-TEM-TAXA     PIC X(01) VALUE 'N'.
           88 TEM-TAXA     VALUE 'S'.
       77 WRK-CARTA-ABERTA PIC X(01) VALUE 'N'.
           88 CARTA-ABERTA VALUE 'S'.
       77 WRK-PERC         PIC S9(03)V99 VALUE ZEROS.
       77 WRK-PERC-APLICADO PIC S9(03)V99 VALUE ZEROS.
       77 WRK-PERC-ED      PIC -ZZ9,99 VALUE ZEROS.
       77 WRK-PRECO-ANTERIOR PIC 9(07)V99 VALUE ZEROS.
       77 WRK-VALOR-DE-ED  PIC $ZZZZZZ9,99 VALUE ZEROS.
       77 WRK-NOME-INDICE  PIC X(30) VALUE SPACES.
       77 WRK-DESCRICAO    PIC X(22) VALUE SPACES.
       77 WRK-INICIO-MINIMO PIC 9(06) VALUE ZEROS.
       77 WRK-DATA-MINIMA  PIC 9(08) VALUE ZEROS.
       77 WRK-QTD-LIDOS    PIC 9(06) VALUE ZEROS.
       77 WRK-QTD-REAJUSTADOS PIC 9(06) VALUE ZEROS.
       77 WRK-QTD-LINHAS   PIC 9(06) VALUE ZEROS.
       77 WRK-QTD-PENDENTES PIC 9(06) VALUE ZEROS.
       77 WRK-QTD-CARTAS   PIC 9(06) VALUE ZEROS.
       01 WRK-DATA-HOJE-GRP.
           05 WRK-DATA-HOJE    PIC 9(08) VALUE ZEROS.
           05 WRK-DATA-HOJE-ED REDEFINES WRK-DATA-HOJE.
               10 WRK-HOJE-ANO  PIC 9(04).
               10 WRK-HOJE-MES  PIC 9(02).
               10 WRK-HOJE-DIA  PIC 9(02).
       01 WRK-MES-REF-GRP.
           05 WRK-MES-REF      PIC 9(06) VALUE ZEROS.
           05 WRK-MES-REF-ED REDEFINES WRK-MES-REF.
               10 WRK-REF-ANO   PIC 9(04).
               10 WRK-REF-MES   PIC 9(02).
       01 WRK-MES-INDICE-GRP.
           05 WRK-MES-INDICE   PIC 9(06) VALUE ZEROS.
           05 WRK-MES-INDICE-ED REDEFINES WRK-MES-INDICE.
               10 WRK-IDC-ANO   PIC 9(04).
               10 WRK-IDC-MES   PIC 9(02).
       01 WRK-INICIO-GRP.
           05 WRK-DATA-INICIO  PIC 9(08) VALUE ZEROS.
           05 WRK-DATA-INICIO-ED REDEFINES WRK-DATA-INICIO.
               10 WRK-INICIO-ANO-MES PIC 9(06).
               10 WRK-INICIO-DIA     PIC 9(02).
           COPY REPORTHD.
           COPY JOBLREG.
       PROCEDURE DIVISION.
       0000-PRINCIPAL SECTION.
            PERFORM 1000-INICIAR.
            PERFORM 2010-LER-CONTRATO.
            PERFORM 2000-PROCESSAR UNTIL FIM-CONTRATOS.
            PERFORM 9000-FINALIZAR.
            STOP RUN.

       1000-INICIAR.
            MOVE 'CTOREAJ' TO JBL-PROGRAMA.
            MOVE 'I' TO JBL-EVENTO.
            CALL 'JOBLOG' USING JOBLOG-AREA.
            ACCEPT WRK-MES-REF.
            ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD.
            IF WRK-MES-REF = ZEROS
                MOVE WRK-HOJE-ANO TO WRK-REF-ANO
                MOVE WRK-HOJE-MES TO WRK-REF-MES
            END-IF.
      *    TAXA DO MES ANTERIOR AO ANIVERSARIO, A ULTIMA PUBLICADA
            MOVE WRK-MES-REF TO WRK-MES-INDICE.
            IF WRK-IDC-MES = 01
                MOVE 12 TO WRK-IDC-MES
                SUBTRACT 1 FROM WRK-IDC-ANO
            ELSE
                SUBTRACT 1 FROM WRK-IDC-MES
            END-IF.
      *    SO CONTRATO INICIADO HA PELO MENOS UM ANO E AINDA VIGENTE
      *    NO MES E REAJUSTADO
            COMPUTE WRK-INICIO-MINIMO = WRK-MES-REF - 100.
            COMPUTE WRK-DATA-MINIMA = WRK-MES-REF * 100 + 1.
            DISPLAY 'REAJUSTE ANUAL DE CONTRATOS - ANIVERSARIO '
                WRK-REF-MES '/' WRK-REF-ANO ' - INDICE DE '
                WRK-IDC-MES '/' WRK-IDC-ANO.
            OPEN I-O CONTRATOS.
            IF WRK-FS-CONTRATO = '35'
                CLOSE CONTRATOS
                OPEN OUTPUT CONTRATOS
                CLOSE CONTRATOS
                OPEN I-O CONTRATOS
            END-IF.
            OPEN I-O CONTRATO-ITENS.
            IF WRK-FS-CTOITEM = '35'
                CLOSE CONTRATO-ITENS
                OPEN OUTPUT CONTRATO-ITENS
                CLOSE CONTRATO-ITENS
                OPEN I-O CONTRATO-ITENS
            END-IF.
            OPEN INPUT CLIENTES-MASTER.
            OPEN INPUT PRODUTOS-MASTER.
            IF WRK-FS-PRODUTO = '35'
                CLOSE PRODUTOS-MASTER
                OPEN OUTPUT PRODUTOS-MASTER
                CLOSE PRODUTOS-MASTER
                OPEN INPUT PRODUTOS-MASTER
            END-IF.
            OPEN INPUT INDICES-REAJUSTE.
            IF WRK-FS-INDICE = '35'
                CLOSE INDICES-REAJUSTE
                OPEN OUTPUT INDICES-REAJUSTE
                CLOSE INDICES-REAJUSTE
                OPEN INPUT INDICES-REAJUSTE
            END-IF.
            OPEN OUTPUT REL-CARTAS.
            MOVE ZEROS TO CTO-NUMERO.
            START CONTRATOS KEY IS NOT LESS THAN CTO-NUMERO
                INVALID KEY
                    MOVE 'S' TO WRK-EOF-CONTRATO
            END-START.

       2010-LER-CONTRATO.
            IF NOT FIM-CONTRATOS
                READ CONTRATOS NEXT RECORD
                    AT END
                        MOVE 'S' TO WRK-EOF-CONTRATO
                END-READ
            END-IF.
            IF NOT FIM-CONTRATOS
                ADD 1 TO WRK-QTD-LIDOS
            END-IF.

       2000-PROCESSAR.
            MOVE CTO-VALIDADE-INI TO WRK-DATA-INICIO.
            IF CONTRATO-ATIVO
                AND NOT CTO-SEM-REAJUSTE
                AND CTO-MES-ANIVERSARIO = WRK-REF-MES
                AND CTO-ULTIMO-REAJUSTE < WRK-MES-REF
                AND WRK-INICIO-ANO-MES <= WRK-INICIO-MINIMO
                AND CTO-VALIDADE-FIM >= WRK-DATA-MINIMA
                PERFORM 3000-REAJUSTAR-CONTRATO
            END-IF.
            PERFORM 2010-LER-CONTRATO.

       3000-REAJUSTAR-CONTRATO.
            PERFORM 3100-OBTER-TAXA.
            IF TEM-TAXA
                MOVE 'N' TO WRK-CARTA-ABERTA
                PERFORM 3200-REAJUSTAR-ITENS
                IF CARTA-ABERTA
                    PERFORM 4200-FECHAR-CARTA
                END-IF
                MOVE WRK-MES-REF TO CTO-ULTIMO-REAJUSTE
                REWRITE CONTRATO-REG
                    INVALID KEY
                        DISPLAY 'ERRO AO REGRAVAR CONTRATO ' CTO-NUMERO
                END-REWRITE
                ADD 1 TO WRK-QTD-REAJUSTADOS
            ELSE
                ADD 1 TO WRK-QTD-PENDENTES
                DISPLAY 'CONTRATO ' CTO-NUMERO ' PENDENTE - INDICE '
                    CTO-INDICE ' DE ' WRK-IDC-MES '/' WRK-IDC-ANO
                    ' NAO CADASTRADO'
            END-IF.

      *----------------------------------------------------------------
      * PERCENTUAL FIXO VEM DO CONTRATO; IGP-M/IPCA DA TABELA INDICES.
      * VARIACAO NEGATIVA MANTEM OS PRECOS (A CARTA AVISA ASSIM MESMO).
      *----------------------------------------------------------------
       3100-OBTER-TAXA.
            MOVE 'N' TO WRK-TEM-TAXA.
            MOVE ZEROS TO WRK-PERC.
            IF CTO-INDICE-FIXO
                MOVE CTO-PERC-FIXO TO WRK-PERC
                MOVE 'PERCENTUAL FIXO CONTRATADO' TO WRK-NOME-INDICE
                MOVE 'S' TO WRK-TEM-TAXA
            ELSE
                IF CTO-INDICE-IGPM
                    MOVE 'IGP-M ACUMULADO EM 12 MESES'
                        TO WRK-NOME-INDICE
                ELSE
                    MOVE 'IPCA ACUMULADO EM 12 MESES'
                        TO WRK-NOME-INDICE
                END-IF
                MOVE CTO-INDICE TO IDC-INDICE
                MOVE WRK-MES-INDICE TO IDC-ANO-MES
                READ INDICES-REAJUSTE
                    INVALID KEY
                        CONTINUE
                    NOT INVALID KEY
                        MOVE IDC-PERC-12M TO WRK-PERC
                        MOVE 'S' TO WRK-TEM-TAXA
                END-READ
            END-IF.
            IF WRK-PERC < ZEROS
                MOVE ZEROS TO WRK-PERC-APLICADO
            ELSE
                MOVE WRK-PERC TO WRK-PERC-APLICADO
            END-IF.

       3200-REAJUSTAR-ITENS.
            MOVE 'N' TO WRK-EOF-CTOITEM.
            MOVE CTO-NUMERO TO CTI-CONTRATO.
            MOVE ZEROS TO CTI-LINHA.
            START CONTRATO-ITENS KEY IS NOT LESS THAN CTI-CHAVE
                INVALID KEY
                    MOVE 'S' TO WRK-EOF-CTOITEM
            END-START.
            IF NOT FIM-CTO-ITENS
                PERFORM 3210-LER-ITEM-CTO
                PERFORM 3220-REAJUSTAR-ITEM UNTIL FIM-CTO-ITENS
            END-IF.

       3210-LER-ITEM-CTO.
            READ CONTRATO-ITENS NEXT RECORD
                AT END
                    MOVE 'S' TO WRK-EOF-CTOITEM
            END-READ.
            IF NOT FIM-CTO-ITENS
                AND CTI-CONTRATO NOT = CTO-NUMERO
                MOVE 'S' TO WRK-EOF-CTOITEM
            END-IF.

      *----------------------------------------------------------------
      * LINHA SEM PRECO DE CONTRATO SEGUE A TABELA VIGENTE E NAO TEM
      * O QUE REAJUSTAR.
      *----------------------------------------------------------------
       3220-REAJUSTAR-ITEM.
            IF CTI-PRECO NOT = ZEROS
                IF NOT CARTA-ABERTA
                    PERFORM 4100-ABRIR-CARTA
                END-IF
                MOVE CTI-PRECO TO WRK-PRECO-ANTERIOR
                COMPUTE CTI-PRECO ROUNDED = WRK-PRECO-ANTERIOR
                    * (100 + WRK-PERC-APLICADO) / 100
                REWRITE CONTRATO-ITEM-REG
                    INVALID KEY
                        DISPLAY 'ERRO AO REGRAVAR LINHA ' CTI-LINHA
                            ' DO CONTRATO ' CTO-NUMERO
                END-REWRITE
                ADD 1 TO WRK-QTD-LINHAS
                PERFORM 4150-IMPRIMIR-LINHA
            END-IF.
            PERFORM 3210-LER-ITEM-CTO.

      *----------------------------------------------------------------
      * CABECALHO DA CARTA NO MESMO BLOCO DA CARTA DE COBRANCA
      * (RECCOBRA): NOME E ENDERECO DO CLIENTE E O TEXTO DO AVISO.
      *----------------------------------------------------------------
       4100-ABRIR-CARTA.
            MOVE 'S' TO WRK-CARTA-ABERTA.
            ADD 1 TO WRK-QTD-CARTAS.
            MOVE CTO-CLIENTE TO CLI-CODIGO.
            READ CLIENTES-MASTER
                INVALID KEY
                    MOVE SPACES TO CLI-NOME
                    MOVE SPACES TO CLI-ENDERECO
            END-READ.
            MOVE ALL '=' TO REL-LINHA.
            WRITE REL-LINHA.
            MOVE SPACES TO REL-LINHA.
            MOVE CLI-NOME TO REL-LINHA.
            WRITE REL-LINHA.
            MOVE SPACES TO REL-LINHA.
            MOVE CLI-LOGRADOURO TO REL-LINHA.
            WRITE REL-LINHA.
            MOVE SPACES TO REL-LINHA.
            STRING CLI-CIDADE  DELIMITED SIZE
                ' - '          DELIMITED SIZE
                CLI-UF         DELIMITED SIZE
                '   CEP '      DELIMITED SIZE
                CLI-CEP        DELIMITED SIZE
                INTO REL-LINHA
            END-STRING.
            WRITE REL-LINHA.
            MOVE SPACES TO REL-LINHA.
            WRITE REL-LINHA.
            STRING 'REF.: REAJUSTE ANUAL DO CONTRATO ' DELIMITED SIZE
                CTO-NUMERO DELIMITED SIZE
                INTO REL-LINHA
            END-STRING.
            WRITE REL-LINHA.
            MOVE SPACES TO REL-LINHA.
            WRITE REL-LINHA.
            MOVE 'PREZADO CLIENTE, CONFORME A CLAUSULA DE REAJUSTE DO'
                TO REL-LINHA.
            WRITE REL-LINHA.
            MOVE SPACES TO REL-LINHA.
            STRING 'CONTRATO, A PARTIR DE ' DELIMITED SIZE
                WRK-REF-MES DELIMITED SIZE
                '/' DELIMITED SIZE
                WRK-REF-ANO DELIMITED SIZE
                ' OS PRECOS SAO CORRIGIDOS PELO' DELIMITED SIZE
                INTO REL-LINHA
            END-STRING.
            WRITE REL-LINHA.
            MOVE WRK-PERC TO WRK-PERC-ED.
            MOVE SPACES TO REL-LINHA.
            STRING WRK-NOME-INDICE DELIMITED SIZE
                ' (' DELIMITED SIZE
                WRK-PERC-ED DELIMITED SIZE
                ' %):' DELIMITED SIZE
                INTO REL-LINHA
            END-STRING.
            WRITE REL-LINHA.
            IF WRK-PERC < ZEROS
                MOVE 'VARIACAO NEGATIVA - OS PRECOS FICAM MANTIDOS.'
                    TO REL-LINHA
                WRITE REL-LINHA
            END-IF.
            MOVE SPACES TO REL-LINHA.
            WRITE REL-LINHA.

       4150-IMPRIMIR-LINHA.
            MOVE CTI-PRODUTO TO PRO-CODIGO.
            READ PRODUTOS-MASTER
                INVALID KEY
                    MOVE SPACES TO PRO-DESCRICAO
            END-READ.
            MOVE PRO-DESCRICAO TO WRK-DESCRICAO.
            MOVE WRK-PRECO-ANTERIOR TO WRK-VALOR-DE-ED.
            MOVE CTI-PRECO TO RPT-VALOR-ED.
            MOVE SPACES TO REL-LINHA.
            STRING '   ' DELIMITED SIZE
                CTI-PRODUTO DELIMITED SIZE
                ' ' DELIMITED SIZE
                WRK-DESCRICAO DELIMITED SIZE
                ' DE ' DELIMITED SIZE
                WRK-VALOR-DE-ED DELIMITED SIZE
                ' PARA ' DELIMITED SIZE
                RPT-VALOR-ED DELIMITED SIZE
                INTO REL-LINHA
            END-STRING.
            WRITE REL-LINHA.

       4200-FECHAR-CARTA.
            MOVE SPACES TO REL-LINHA.
            WRITE REL-LINHA.
            MOVE 'PERMANECEMOS A DISPOSICAO PARA ESCLARECIMENTOS.'
                TO REL-LINHA.
            WRITE REL-LINHA.
            MOVE SPACES TO REL-LINHA.
            WRITE REL-LINHA.

       9000-FINALIZAR.
            CLOSE CONTRATOS.
            CLOSE CONTRATO-ITENS.
            CLOSE CLIENTES-MASTER.
            CLOSE PRODUTOS-MASTER.
            CLOSE INDICES-REAJUSTE.
            CLOSE REL-CARTAS.
            DISPLAY 'CONTRATOS LIDOS: ' WRK-QTD-LIDOS
                ' REAJUSTADOS: ' WRK-QTD-REAJUSTADOS
                ' PENDENTES DE INDICE: ' WRK-QTD-PENDENTES.
            DISPLAY 'LINHAS REAJUSTADAS: ' WRK-QTD-LINHAS
                ' CARTAS GRAVADAS EM CTOCARTA.TXT: ' WRK-QTD-CARTAS.
            MOVE 'F' TO JBL-EVENTO.
            MOVE ZEROS TO JBL-RETORNO.
            MOVE WRK-QTD-LIDOS TO JBL-LIDOS.
            MOVE WRK-QTD-LINHAS TO JBL-GRAVADOS.
            CALL 'JOBLOG' USING JOBLOG-AREA.
       END PROGRAM CTOREAJ.
