      ******************************************************************
      * Author:  ALEXANDRE BELCHIOR MEDEIROS
      * Date:    15/10/2026
      * Purpose: NEGATIVACAO DE DEVEDORES NO BIRO DE CREDITO / CARTORIO
      *          DE PROTESTO - RODA NA CADEIA NOTURNA EM DUAS PASSADAS:
      *          1) EXCLUSAO: TODO TITULO LISTADO (NEGATIVA) QUE FECHOU
      *             DESDE A ULTIMA EXECUCAO (LIQUIDADO PELO RECBAIXA OU
      *             RECBANCO, BAIXADO PARA PERDA PELO RECPERDA OU
      *             CANCELADO COM A NOTA) SAI EM NEGEXCL.TXT - RODANDO
      *             TODA NOITE A EXCLUSAO FICA DENTRO DO PRAZO LEGAL;
      *          2) INCLUSAO: TITULO EM ABERTO VENCIDO HA MAIS DE N
      *             DIAS (CHAVE DIASNEGT DE PARAMS, PADRAO 60), COM
      *             SALDO DE PELO MENOS O MINIMO (CHAVE VALNEGT, PADRAO
      *             100,00), SEM PROMESSA DE PAGAMENTO AINDA VALIDA NA
      *             COBRANCA E AINDA NAO LISTADO SAI EM NEGINCL.TXT.
      *          CADA INCLUSAO E EXCLUSAO FICA REGISTRADA EM NEGATIVA
      *          COM DATA E LOTE (PEDCTRL 'NG'), E O RELATORIO DE
      *          CONTROLE (NEGREL.TXT) LISTA TUDO O QUE ESTA
      *          NEGATIVADO. SUBSTITUI O FORMULARIO WEB DO BIRO.
      ******************************************************************
      * Modification History:
      * 15/10/2026 ABM  Programa original.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. NEGEXP.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT NEGATIVACOES ASSIGN TO 'NEGATIVA'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS NEG-FATURA
               FILE STATUS IS WRK-FS-NEGAT.
           SELECT CONTAS-A-RECEBER ASSIGN TO 'CONTASR'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RCB-FATURA
               ALTERNATE RECORD KEY IS RCB-PEDIDO WITH DUPLICATES
               FILE STATUS IS WRK-FS-RECEBER.
           SELECT CLIENTES-MASTER ASSIGN TO 'CLIMAST'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CLI-CODIGO
               FILE STATUS IS WRK-FS-MASTER.
           SELECT COBRANCAS ASSIGN TO 'COBRANCA'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CBC-CHAVE
               FILE STATUS IS WRK-FS-COBRANCA.
           SELECT PARAMETROS ASSIGN TO 'PARAMS'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PRM-CHAVE
               FILE STATUS IS WRK-FS-PARAMS.
           SELECT PED-CONTROLE ASSIGN TO 'PEDCTRL'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PCT-CHAVE
               FILE STATUS IS WRK-FS-PEDCTL.
           SELECT NEG-INCLUSAO ASSIGN TO 'NEGINCL.TXT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-INCL.
           SELECT NEG-EXCLUSAO ASSIGN TO 'NEGEXCL.TXT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-EXCL.
           SELECT REL-NEGATIVA ASSIGN TO 'NEGREL.TXT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-REL.
       DATA DIVISION.
       FILE SECTION.
       FD  NEGATIVACOES
           LABEL RECORD IS STANDARD.
           COPY NEGREG.
       FD  CONTAS-A-RECEBER
           LABEL RECORD IS STANDARD.
           COPY CTAREC.
       FD  CLIENTES-MASTER
           LABEL RECORD IS STANDARD.
           COPY CLIREG.
       FD  COBRANCAS
           LABEL RECORD IS STANDARD.
           COPY COBRREG.
       FD  PARAMETROS
           LABEL RECORD IS STANDARD.
           COPY PARMREG.
       FD  PED-CONTROLE
           LABEL RECORD IS STANDARD.
       01 PCT-REG.
           05 PCT-CHAVE             PIC X(02).
           05 PCT-ULTIMO-NUMERO     PIC 9(06).
       FD  NEG-INCLUSAO
           LABEL RECORD IS STANDARD.
       01 INCL-LINHA                PIC X(200).
       FD  NEG-EXCLUSAO
           LABEL RECORD IS STANDARD.
       01 EXCL-LINHA                PIC X(200).
       FD  REL-NEGATIVA
           LABEL RECORD IS STANDARD.
       01 REL-LINHA                 PIC X(132).
       WORKING-STORAGE SECTION.
       77 WRK-FS-NEGAT     PIC X(02) VALUE '00'.
       77 WRK-FS-RECEBER   PIC X(02) VALUE '00'.
       77 WRK-FS-MASTER    PIC X(02) VALUE '00'.
       77 WRK-FS-COBRANCA  PIC X(02) VALUE '00'.
       77 WRK-FS-PARAMS    PIC X(02) VALUE '00'.
       77 WRK-FS-PEDCTL    PIC X(02) VALUE '00'.
       77 WRK-FS-INCL      PIC X(02) VALUE '00'.
       77 WRK-FS-EXCL      PIC X(02) VALUE '00'.
       77 WRK-FS-REL       PIC X(02) VALUE '00'.
       77 WRK-EOF-NEGAT    PIC X(01) VALUE 'N'.
           88 FIM-NEGAT    VALUE 'S'.
       77 WRK-EOF-RECEBER  PIC X(01) VALUE 'N'.
           88 FIM-RECEBER  VALUE 'S'.
       77 WRK-EOF-COBRANCA PIC X(01) VALUE 'N'.
           88 FIM-COBRANCA VALUE 'S'.
       77 WRK-TEM-PROMESSA PIC X(01) VALUE 'N'.
           88 TEM-PROMESSA VALUE 'S'.
       77 WRK-JA-LISTADO   PIC X(01) VALUE 'N'.
           88 JA-LISTADO   VALUE 'S'.
       77 WRK-EXISTE-REG   PIC X(01) VALUE 'N'.
           88 EXISTE-REGISTRO VALUE 'S'.
       77 WRK-DIAS-NEGAT   PIC 9(03) VALUE 60.
       77 WRK-VALOR-MINIMO PIC 9(08)V99 VALUE 100,00.
       77 WRK-LOTE         PIC 9(06) VALUE ZEROS.
       77 WRK-DIAS-HOJE    PIC 9(07) VALUE ZEROS.
       77 WRK-DIAS-VENC    PIC 9(07) VALUE ZEROS.
       77 WRK-DIAS-ATRASO  PIC S9(05) VALUE ZEROS.
       77 WRK-VALOR-ABERTO PIC 9(08)V99 VALUE ZEROS.
       77 WRK-QTD-LIDOS    PIC 9(06) VALUE ZEROS.
       77 WRK-QTD-INCLUSOES PIC 9(06) VALUE ZEROS.
       77 WRK-QTD-EXCLUSOES PIC 9(06) VALUE ZEROS.
       77 WRK-QTD-LISTADOS PIC 9(06) VALUE ZEROS.
       77 WRK-TOTAL-INCL   PIC 9(12)V99 VALUE ZEROS.
       77 WRK-TOTAL-EXCL   PIC 9(12)V99 VALUE ZEROS.
       77 WRK-TOTAL-LISTADO PIC 9(12)V99 VALUE ZEROS.
       77 WRK-NOME-CLIENTE PIC X(40) VALUE SPACES.
       77 WRK-VALOR-ED     PIC ZZZZZZZ9,99 VALUE ZEROS.
       77 WRK-TOTAL-ED     PIC ZZZZZZZZZZZ9,99 VALUE ZEROS.
       77 WRK-DIAS-ED      PIC ZZZZ9 VALUE ZEROS.
       01 WRK-DATA-HOJE-GRP.
           05 WRK-DATA-HOJE    PIC 9(08) VALUE ZEROS.
           05 WRK-DATA-HOJE-ED REDEFINES WRK-DATA-HOJE.
               10 WRK-HOJE-ANO  PIC 9(04).
               10 WRK-HOJE-MES  PIC 9(02).
               10 WRK-HOJE-DIA  PIC 9(02).
       01 WRK-DATA-VENC-GRP.
           05 WRK-DATA-VENC    PIC 9(08) VALUE ZEROS.
           05 WRK-DATA-VENC-ED REDEFINES WRK-DATA-VENC.
               10 WRK-VENC-ANO  PIC 9(04).
               10 WRK-VENC-MES  PIC 9(02).
               10 WRK-VENC-DIA  PIC 9(02).
           COPY NGBREG.
           COPY EMPRREG.
           COPY REPORTHD.
           COPY JOBLREG.
       PROCEDURE DIVISION.
       0000-PRINCIPAL SECTION.
            PERFORM 1000-INICIAR.
            PERFORM 2000-EXCLUIR-FECHADOS.
            PERFORM 3000-INCLUIR-VENCIDOS.
            PERFORM 4000-RELATORIO-CONTROLE.
            PERFORM 5000-FINALIZAR.
            STOP RUN.

      *----------------------------------------------------------------
      * PRAZO E VALOR MINIMO VEM DAS CHAVES DIASNEGT E VALNEGT DE
      * PARAMS (SEM CHAVE, 60 DIAS E 100,00). O LOTE VEM DO REGISTRO
      * 'NG' DO PEDCTRL, COMO O LOTE DA NF-E, E E O MESMO NOS DOIS
      * ARQUIVOS DA NOITE.
      *----------------------------------------------------------------
       1000-INICIAR.
            MOVE 'NEGEXP' TO JBL-PROGRAMA.
            MOVE 'I' TO JBL-EVENTO.
            CALL 'JOBLOG' USING JOBLOG-AREA.
            ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD.
            COMPUTE WRK-DIAS-HOJE = (WRK-HOJE-ANO * 360)
                + (WRK-HOJE-MES * 30) + WRK-HOJE-DIA.
            OPEN INPUT PARAMETROS.
            IF WRK-FS-PARAMS = '00'
                MOVE 'DIASNEGT' TO PRM-CHAVE
                READ PARAMETROS
                    INVALID KEY
                        CONTINUE
                    NOT INVALID KEY
                        MOVE PRM-VALOR TO WRK-DIAS-NEGAT
                END-READ
                MOVE 'VALNEGT' TO PRM-CHAVE
                READ PARAMETROS
                    INVALID KEY
                        CONTINUE
                    NOT INVALID KEY
                        MOVE PRM-VALOR TO WRK-VALOR-MINIMO
                END-READ
                CLOSE PARAMETROS
            END-IF.
            OPEN I-O NEGATIVACOES.
            IF WRK-FS-NEGAT = '35'
                CLOSE NEGATIVACOES
                OPEN OUTPUT NEGATIVACOES
                CLOSE NEGATIVACOES
                OPEN I-O NEGATIVACOES
            END-IF.
            OPEN INPUT CONTAS-A-RECEBER.
            IF WRK-FS-RECEBER = '35'
                CLOSE CONTAS-A-RECEBER
                OPEN OUTPUT CONTAS-A-RECEBER
                CLOSE CONTAS-A-RECEBER
                OPEN INPUT CONTAS-A-RECEBER
            END-IF.
            OPEN INPUT CLIENTES-MASTER.
            OPEN INPUT COBRANCAS.
            IF WRK-FS-COBRANCA = '35'
                CLOSE COBRANCAS
                OPEN OUTPUT COBRANCAS
                CLOSE COBRANCAS
                OPEN INPUT COBRANCAS
            END-IF.
            OPEN I-O PED-CONTROLE.
            IF WRK-FS-PEDCTL = '35'
                CLOSE PED-CONTROLE
                OPEN OUTPUT PED-CONTROLE
                CLOSE PED-CONTROLE
                OPEN I-O PED-CONTROLE
            END-IF.
            MOVE 'NG' TO PCT-CHAVE.
            READ PED-CONTROLE
                INVALID KEY
                    MOVE ZEROS TO PCT-ULTIMO-NUMERO
            END-READ.
            ADD 1 TO PCT-ULTIMO-NUMERO.
            MOVE 'NG' TO PCT-CHAVE.
            REWRITE PCT-REG
                INVALID KEY
                    WRITE PCT-REG
            END-REWRITE.
            MOVE PCT-ULTIMO-NUMERO TO WRK-LOTE.
            CLOSE PED-CONTROLE.
            OPEN OUTPUT NEG-INCLUSAO.
            OPEN OUTPUT NEG-EXCLUSAO.
            MOVE SPACES TO NGB-HEADER.
            MOVE 0                TO NGH-TIPO.
            MOVE WRK-LOTE         TO NGH-LOTE.
            MOVE WRK-DATA-HOJE    TO NGH-DATA-GERACAO.
            MOVE EMP-CNPJ         TO NGH-CNPJ-CREDOR.
            MOVE EMP-RAZAO-SOCIAL TO NGH-RAZAO-SOCIAL.
            MOVE 'I'              TO NGH-OPERACAO.
            WRITE INCL-LINHA FROM NGB-HEADER.
            MOVE 'E'              TO NGH-OPERACAO.
            WRITE EXCL-LINHA FROM NGB-HEADER.

      *----------------------------------------------------------------
      * PASSADA DE EXCLUSAO - TITULO LISTADO QUE SUMIU DE CONTASR OU
      * NAO ESTA MAIS EM ABERTO COM SALDO SAI DO BIRO. O MOTIVO VAI
      * NO ARQUIVO: L = PAGO, P = BAIXADO PARA PERDA, C = CANCELADO.
      *----------------------------------------------------------------
       2000-EXCLUIR-FECHADOS.
            MOVE 'N' TO WRK-EOF-NEGAT.
            MOVE ZEROS TO NEG-FATURA.
            START NEGATIVACOES KEY IS NOT LESS THAN NEG-FATURA
                INVALID KEY
                    MOVE 'S' TO WRK-EOF-NEGAT
            END-START.
            IF NOT FIM-NEGAT
                PERFORM 2010-LER-NEGATIVACAO
                PERFORM 2100-VERIFICAR-LISTADO UNTIL FIM-NEGAT
            END-IF.

       2010-LER-NEGATIVACAO.
            READ NEGATIVACOES NEXT RECORD
                AT END
                    MOVE 'S' TO WRK-EOF-NEGAT
            END-READ.

       2100-VERIFICAR-LISTADO.
            IF NEG-LISTADO
                MOVE NEG-FATURA TO RCB-FATURA
                READ CONTAS-A-RECEBER
                    INVALID KEY
                        MOVE 'C' TO NEG-MOTIVO-BAIXA
                        PERFORM 2200-GRAVAR-EXCLUSAO
                    NOT INVALID KEY
                        EVALUATE TRUE
                            WHEN RECEB-PERDA
                                MOVE 'P' TO NEG-MOTIVO-BAIXA
                                PERFORM 2200-GRAVAR-EXCLUSAO
                            WHEN RECEB-CANCELADA
                                MOVE 'C' TO NEG-MOTIVO-BAIXA
                                PERFORM 2200-GRAVAR-EXCLUSAO
                            WHEN RECEB-LIQUIDADA
                              OR RCB-VALOR-PAGO >= RCB-VALOR
                                MOVE 'L' TO NEG-MOTIVO-BAIXA
                                PERFORM 2200-GRAVAR-EXCLUSAO
                            WHEN OTHER
                                CONTINUE
                        END-EVALUATE
                END-READ
            END-IF.
            PERFORM 2010-LER-NEGATIVACAO.

       2200-GRAVAR-EXCLUSAO.
            MOVE NEG-CLIENTE TO CLI-CODIGO.
            READ CLIENTES-MASTER
                INVALID KEY
                    MOVE SPACES TO CLI-NOME
                    MOVE SPACES TO CLI-ENDERECO
            END-READ.
            MOVE SPACES            TO NGB-DETALHE.
            MOVE 2                 TO NGD-TIPO.
            MOVE WRK-LOTE          TO NGD-LOTE.
            MOVE NEG-DOCUMENTO     TO NGD-DOCUMENTO.
            MOVE CLI-NOME          TO NGD-NOME.
            MOVE CLI-LOGRADOURO    TO NGD-LOGRADOURO.
            MOVE CLI-CIDADE        TO NGD-CIDADE.
            MOVE CLI-UF            TO NGD-UF.
            MOVE CLI-CEP           TO NGD-CEP.
            MOVE NEG-FATURA        TO NGD-FATURA.
            MOVE NEG-VENCIMENTO    TO NGD-VENCIMENTO.
            MOVE NEG-VALOR         TO NGD-VALOR.
            MOVE WRK-DATA-HOJE     TO NGD-DATA-OCORRENCIA.
            MOVE NEG-MOTIVO-BAIXA  TO NGD-MOTIVO.
            WRITE EXCL-LINHA FROM NGB-DETALHE.
            ADD 1 TO WRK-QTD-EXCLUSOES.
            ADD NEG-VALOR TO WRK-TOTAL-EXCL.
            SET NEG-EXCLUIDO       TO TRUE.
            MOVE WRK-DATA-HOJE     TO NEG-DATA-BAIXA.
            MOVE WRK-DATA-HOJE     TO NEG-DATA-EXCLUSAO.
            MOVE WRK-LOTE          TO NEG-LOTE-EXCLUSAO.
            REWRITE NEGATIVA-REG
                INVALID KEY
                    DISPLAY 'ERRO AO GRAVAR EXCLUSAO DA FATURA '
                        NEG-FATURA
            END-REWRITE.

      *----------------------------------------------------------------
      * PASSADA DE INCLUSAO - TITULO EM ABERTO, VENCIDO HA MAIS DE
      * DIASNEGT DIAS (360/30, COMO NO AGING), COM SALDO DE PELO MENOS
      * VALNEGT, SEM PROMESSA VALIDA E AINDA NAO LISTADO. TITULO
      * EXCLUIDO NO PASSADO QUE VOLTOU A ABRIR (CHEQUE DEVOLVIDO) E
      * LISTADO DE NOVO NO MESMO REGISTRO.
      *----------------------------------------------------------------
       3000-INCLUIR-VENCIDOS.
            MOVE 'N' TO WRK-EOF-RECEBER.
            MOVE ZEROS TO RCB-FATURA.
            START CONTAS-A-RECEBER KEY IS NOT LESS THAN RCB-FATURA
                INVALID KEY
                    MOVE 'S' TO WRK-EOF-RECEBER
            END-START.
            IF NOT FIM-RECEBER
                PERFORM 3010-LER-RECEBER
                PERFORM 3100-AVALIAR-TITULO UNTIL FIM-RECEBER
            END-IF.

       3010-LER-RECEBER.
            READ CONTAS-A-RECEBER NEXT RECORD
                AT END
                    MOVE 'S' TO WRK-EOF-RECEBER
            END-READ.
            IF NOT FIM-RECEBER
                ADD 1 TO WRK-QTD-LIDOS
            END-IF.

       3100-AVALIAR-TITULO.
            IF RECEB-ABERTA
                COMPUTE WRK-VALOR-ABERTO = RCB-VALOR - RCB-VALOR-PAGO
                MOVE RCB-DATA-VENCIMENTO TO WRK-DATA-VENC
                COMPUTE WRK-DIAS-VENC = (WRK-VENC-ANO * 360)
                    + (WRK-VENC-MES * 30) + WRK-VENC-DIA
                COMPUTE WRK-DIAS-ATRASO = WRK-DIAS-HOJE - WRK-DIAS-VENC
                IF WRK-DIAS-ATRASO > WRK-DIAS-NEGAT
                    AND WRK-VALOR-ABERTO >= WRK-VALOR-MINIMO
                    AND WRK-VALOR-ABERTO > ZEROS
                    PERFORM 3200-VERIFICAR-LISTAGEM
                    IF NOT JA-LISTADO
                        PERFORM 3300-VERIFICAR-PROMESSA
                        IF NOT TEM-PROMESSA
                            PERFORM 3400-GRAVAR-INCLUSAO
                        END-IF
                    END-IF
                END-IF
            END-IF.
            PERFORM 3010-LER-RECEBER.

       3200-VERIFICAR-LISTAGEM.
            MOVE 'N' TO WRK-JA-LISTADO.
            MOVE 'N' TO WRK-EXISTE-REG.
            MOVE RCB-FATURA TO NEG-FATURA.
            READ NEGATIVACOES
                INVALID KEY
                    CONTINUE
                NOT INVALID KEY
                    MOVE 'S' TO WRK-EXISTE-REG
                    IF NEG-LISTADO
                        MOVE 'S' TO WRK-JA-LISTADO
                    END-IF
            END-READ.

      *----------------------------------------------------------------
      * PROMESSA VALIDA = CONTATO DE COBRANCA DA FATURA COM PROMESSA
      * DE PAGAMENTO PARA HOJE OU DEPOIS. PROMESSA JA QUEBRADA (A DO
      * COBRPROM) NAO SEGURA A NEGATIVACAO.
      *----------------------------------------------------------------
       3300-VERIFICAR-PROMESSA.
            MOVE 'N' TO WRK-TEM-PROMESSA.
            MOVE 'N' TO WRK-EOF-COBRANCA.
            MOVE RCB-FATURA TO CBC-FATURA.
            MOVE ZEROS TO CBC-SEQUENCIA.
            START COBRANCAS KEY IS NOT LESS THAN CBC-CHAVE
                INVALID KEY
                    MOVE 'S' TO WRK-EOF-COBRANCA
            END-START.
            IF NOT FIM-COBRANCA
                PERFORM 3310-LER-COBRANCA
                PERFORM 3320-TESTAR-PROMESSA
                    UNTIL FIM-COBRANCA OR TEM-PROMESSA
            END-IF.

       3310-LER-COBRANCA.
            READ COBRANCAS NEXT RECORD
                AT END
                    MOVE 'S' TO WRK-EOF-COBRANCA
            END-READ.
            IF NOT FIM-COBRANCA
                AND CBC-FATURA NOT = RCB-FATURA
                MOVE 'S' TO WRK-EOF-COBRANCA
            END-IF.

       3320-TESTAR-PROMESSA.
            IF CBC-PROMESSA
                AND CBC-DATA-PROMESSA >= WRK-DATA-HOJE
                MOVE 'S' TO WRK-TEM-PROMESSA
            ELSE
                PERFORM 3310-LER-COBRANCA
            END-IF.

       3400-GRAVAR-INCLUSAO.
            MOVE RCB-CLIENTE TO CLI-CODIGO.
            READ CLIENTES-MASTER
                INVALID KEY
                    MOVE SPACES TO CLI-NOME
                    MOVE SPACES TO CLI-DOCUMENTO
                    MOVE SPACES TO CLI-ENDERECO
            END-READ.
            MOVE SPACES              TO NGB-DETALHE.
            MOVE 1                   TO NGD-TIPO.
            MOVE WRK-LOTE            TO NGD-LOTE.
            MOVE CLI-DOCUMENTO       TO NGD-DOCUMENTO.
            MOVE CLI-NOME            TO NGD-NOME.
            MOVE CLI-LOGRADOURO      TO NGD-LOGRADOURO.
            MOVE CLI-CIDADE          TO NGD-CIDADE.
            MOVE CLI-UF              TO NGD-UF.
            MOVE CLI-CEP             TO NGD-CEP.
            MOVE RCB-FATURA          TO NGD-FATURA.
            MOVE RCB-DATA-VENCIMENTO TO NGD-VENCIMENTO.
            MOVE WRK-VALOR-ABERTO    TO NGD-VALOR.
            MOVE WRK-DATA-HOJE       TO NGD-DATA-OCORRENCIA.
            WRITE INCL-LINHA FROM NGB-DETALHE.
            ADD 1 TO WRK-QTD-INCLUSOES.
            ADD WRK-VALOR-ABERTO TO WRK-TOTAL-INCL.
            MOVE RCB-FATURA          TO NEG-FATURA.
            MOVE RCB-CLIENTE         TO NEG-CLIENTE.
            MOVE CLI-DOCUMENTO       TO NEG-DOCUMENTO.
            MOVE RCB-DATA-VENCIMENTO TO NEG-VENCIMENTO.
            MOVE WRK-VALOR-ABERTO    TO NEG-VALOR.
            MOVE WRK-DATA-HOJE       TO NEG-DATA-INCLUSAO.
            MOVE WRK-LOTE            TO NEG-LOTE-INCLUSAO.
            SET NEG-LISTADO          TO TRUE.
            MOVE ZEROS               TO NEG-DATA-BAIXA.
            MOVE SPACE               TO NEG-MOTIVO-BAIXA.
            MOVE ZEROS               TO NEG-DATA-EXCLUSAO.
            MOVE ZEROS               TO NEG-LOTE-EXCLUSAO.
            IF EXISTE-REGISTRO
                REWRITE NEGATIVA-REG
                    INVALID KEY
                        DISPLAY 'ERRO AO GRAVAR INCLUSAO DA FATURA '
                            NEG-FATURA
                END-REWRITE
            ELSE
                WRITE NEGATIVA-REG
                    INVALID KEY
                        DISPLAY 'ERRO AO GRAVAR INCLUSAO DA FATURA '
                            NEG-FATURA
                END-WRITE
            END-IF.

      *----------------------------------------------------------------
      * RELATORIO DE CONTROLE - TUDO O QUE ESTA NEGATIVADO DEPOIS DA
      * EXECUCAO DE HOJE, COM A DATA E O LOTE DA INCLUSAO E HA
      * QUANTOS DIAS O DEVEDOR ESTA LISTADO.
      *----------------------------------------------------------------
       4000-RELATORIO-CONTROLE.
            OPEN OUTPUT REL-NEGATIVA.
            MOVE 1 TO RPT-PAGINA.
            MOVE RPT-PAGINA TO RPT-PAGINA-ED.
            ACCEPT RPT-DATA-EMISSAO FROM DATE YYYYMMDD.
            MOVE SPACES TO REL-LINHA.
            STRING 'TITULOS NEGATIVADOS NO BIRO DE CREDITO'
                DELIMITED SIZE
                '   DATA: ' DELIMITED SIZE
                RPT-DIA DELIMITED SIZE
                '/' DELIMITED SIZE
                RPT-MES DELIMITED SIZE
                '/' DELIMITED SIZE
                RPT-ANO DELIMITED SIZE
                '  PAGINA: ' DELIMITED SIZE
                RPT-PAGINA-ED DELIMITED SIZE
                INTO REL-LINHA
            END-STRING.
            WRITE REL-LINHA.
            MOVE SPACES TO REL-LINHA.
            WRITE REL-LINHA.
            MOVE SPACES TO REL-LINHA.
            STRING 'FATURA   CLIENTE NOME                 '
                DELIMITED SIZE
                'DOCUMENTO      VENCIMENTO       VALOR INCLUSAO '
                DELIMITED SIZE
                '  LOTE  DIAS' DELIMITED SIZE
                INTO REL-LINHA
            END-STRING.
            WRITE REL-LINHA.
            MOVE 'N' TO WRK-EOF-NEGAT.
            MOVE ZEROS TO NEG-FATURA.
            START NEGATIVACOES KEY IS NOT LESS THAN NEG-FATURA
                INVALID KEY
                    MOVE 'S' TO WRK-EOF-NEGAT
            END-START.
            IF NOT FIM-NEGAT
                PERFORM 2010-LER-NEGATIVACAO
                PERFORM 4100-IMPRIMIR-LISTADO UNTIL FIM-NEGAT
            END-IF.
            MOVE SPACES TO REL-LINHA.
            WRITE REL-LINHA.
            MOVE WRK-TOTAL-LISTADO TO WRK-TOTAL-ED.
            MOVE SPACES TO REL-LINHA.
            STRING 'TITULOS NEGATIVADOS: ' DELIMITED SIZE
                WRK-QTD-LISTADOS DELIMITED SIZE
                '   VALOR TOTAL: ' DELIMITED SIZE
                WRK-TOTAL-ED DELIMITED SIZE
                INTO REL-LINHA
            END-STRING.
            WRITE REL-LINHA.
            MOVE WRK-TOTAL-INCL TO WRK-TOTAL-ED.
            MOVE SPACES TO REL-LINHA.
            STRING 'INCLUSOES NO LOTE ' DELIMITED SIZE
                WRK-LOTE DELIMITED SIZE
                ':  ' DELIMITED SIZE
                WRK-QTD-INCLUSOES DELIMITED SIZE
                '   VALOR: ' DELIMITED SIZE
                WRK-TOTAL-ED DELIMITED SIZE
                INTO REL-LINHA
            END-STRING.
            WRITE REL-LINHA.
            MOVE WRK-TOTAL-EXCL TO WRK-TOTAL-ED.
            MOVE SPACES TO REL-LINHA.
            STRING 'EXCLUSOES NO LOTE ' DELIMITED SIZE
                WRK-LOTE DELIMITED SIZE
                ':  ' DELIMITED SIZE
                WRK-QTD-EXCLUSOES DELIMITED SIZE
                '   VALOR: ' DELIMITED SIZE
                WRK-TOTAL-ED DELIMITED SIZE
                INTO REL-LINHA
            END-STRING.
            WRITE REL-LINHA.
            CLOSE REL-NEGATIVA.

       4100-IMPRIMIR-LISTADO.
            IF NEG-LISTADO
                ADD 1 TO WRK-QTD-LISTADOS
                ADD NEG-VALOR TO WRK-TOTAL-LISTADO
                MOVE NEG-CLIENTE TO CLI-CODIGO
                READ CLIENTES-MASTER
                    INVALID KEY
                        MOVE SPACES TO WRK-NOME-CLIENTE
                    NOT INVALID KEY
                        MOVE CLI-NOME TO WRK-NOME-CLIENTE
                END-READ
                MOVE NEG-DATA-INCLUSAO TO WRK-DATA-VENC
                COMPUTE WRK-DIAS-VENC = (WRK-VENC-ANO * 360)
                    + (WRK-VENC-MES * 30) + WRK-VENC-DIA
                COMPUTE WRK-DIAS-ATRASO = WRK-DIAS-HOJE - WRK-DIAS-VENC
                MOVE WRK-DIAS-ATRASO TO WRK-DIAS-ED
                MOVE NEG-VALOR TO WRK-VALOR-ED
                MOVE SPACES TO REL-LINHA
                STRING NEG-FATURA DELIMITED SIZE
                    ' ' NEG-CLIENTE DELIMITED SIZE
                    ' ' WRK-NOME-CLIENTE (1:20) DELIMITED SIZE
                    ' ' NEG-DOCUMENTO DELIMITED SIZE
                    ' ' NEG-VENCIMENTO DELIMITED SIZE
                    ' ' WRK-VALOR-ED DELIMITED SIZE
                    ' ' NEG-DATA-INCLUSAO DELIMITED SIZE
                    ' ' NEG-LOTE-INCLUSAO DELIMITED SIZE
                    ' ' WRK-DIAS-ED DELIMITED SIZE
                    INTO REL-LINHA
                END-STRING
                WRITE REL-LINHA
            END-IF.
            PERFORM 2010-LER-NEGATIVACAO.

       5000-FINALIZAR.
            MOVE SPACES TO NGB-TRAILER.
            MOVE 9                 TO NGT-TIPO.
            MOVE WRK-LOTE          TO NGT-LOTE.
            MOVE WRK-QTD-INCLUSOES TO NGT-QTD-REGISTROS.
            MOVE WRK-TOTAL-INCL    TO NGT-VALOR-TOTAL.
            WRITE INCL-LINHA FROM NGB-TRAILER.
            MOVE WRK-QTD-EXCLUSOES TO NGT-QTD-REGISTROS.
            MOVE WRK-TOTAL-EXCL    TO NGT-VALOR-TOTAL.
            WRITE EXCL-LINHA FROM NGB-TRAILER.
            CLOSE NEGATIVACOES.
            CLOSE CONTAS-A-RECEBER.
            CLOSE CLIENTES-MASTER.
            CLOSE COBRANCAS.
            CLOSE NEG-INCLUSAO.
            CLOSE NEG-EXCLUSAO.
            DISPLAY '-------------------------------------------'.
            DISPLAY 'NEGATIVACAO - LOTE ' WRK-LOTE.
            DISPLAY 'TITULOS LIDOS..........: ' WRK-QTD-LIDOS.
            DISPLAY 'INCLUSOES (NEGINCL.TXT): ' WRK-QTD-INCLUSOES.
            DISPLAY 'EXCLUSOES (NEGEXCL.TXT): ' WRK-QTD-EXCLUSOES.
            DISPLAY 'NEGATIVADOS APOS A EXECUCAO: ' WRK-QTD-LISTADOS.
            DISPLAY '-------------------------------------------'.
            MOVE 'F' TO JBL-EVENTO.
            MOVE ZEROS TO JBL-RETORNO.
            MOVE WRK-QTD-LIDOS TO JBL-LIDOS.
            COMPUTE JBL-GRAVADOS = WRK-QTD-INCLUSOES
                + WRK-QTD-EXCLUSOES.
            CALL 'JOBLOG' USING JOBLOG-AREA.

       END PROGRAM NEGEXP.
