      ******************************************************************
      * Author:  ALEXANDRE BELCHIOR MEDEIROS
      * Date:    15/10/2026
      * Purpose: EXTRATOR DELIMITADO DOS MESTRES PARA PLANILHA - NO
      *          LUGAR DO PROGRAMA DE OCASIAO ESCRITO CONTRA O
      *          COPYBOOK CADA VEZ QUE ALGUEM PEDE UM ARQUIVO "NO
      *          EXCEL". LE UM DOS MESTRES (CLIMAST, PRODUTOS,
      *          CONTASR, PEDIDOS OU ESTOQUE) PELO DICIONARIO DE
      *          LAYOUT DICREG E GRAVA EM EXTPLAN.TXT UMA LINHA DE
      *          CABECALHO COM OS NOMES DOS CAMPOS E UMA LINHA POR
      *          REGISTRO, CAMPOS SEPARADOS PELO DELIMITADOR: DATA
      *          EDITADA DD/MM/AAAA (ZEROS = VAZIO), NUMERO COM
      *          VIRGULA DECIMAL E SINAL NA FRENTE, TEXTO SEM OS
      *          BRANCOS DO FIM (O DELIMITADOR DENTRO DO TEXTO VIRA
      *          BRANCO). SYSIN, UM CARTAO POR LINHA:
      *            USUARIO
      *            ARQUIVO
      *            DELIMITADOR (UM CARACTER; 'TAB' = TABULACAO;
      *            BRANCO = PONTO E VIRGULA)
      *            CAMPO  <NOME>                 (ATE 40)
      *            FILTRO <NOME> = <VALOR>       (ATE 10)
      *            FILTRO <NOME> ENTRE <DE> <ATE>
      *            FIM
      *          SEM CARTAO CAMPO SAEM TODOS OS CAMPOS DO ARQUIVO QUE
      *          O USUARIO PODE VER. FILTROS SE SOMAM (E). VALOR DE
      *          FILTRO NUMERICO COM VIRGULA DECIMAL; DATA EM AAAAMMDD
      *          OU DD/MM/AAAA. CAMPO MARCADO COMO DADO PESSOAL DA
      *          LGPD NO DICIONARIO (NOME, DOCUMENTO, ENDERECO,
      *          TELEFONE, EMAIL E NASCIMENTO DO CLIENTE) SO SAI PARA
      *          QUEM TEM A FUNCAO DADOPESS NA MATRIZ DE PERMISSOES
      *          (ROTINA COMUM PERMCHK, QUE DEIXA O USO OU A NEGATIVA
      *          EM PERMLOG.TXT); PEDIDO EXPLICITO DE CAMPO PESSOAL SEM
      *          A PERMISSAO, CAMPO DESCONHECIDO OU CARTAO INVALIDO
      *          RECUSAM A EXTRACAO INTEIRA COM RC 8. RODA SOB
      *          DEMANDA.
      ******************************************************************
      * Modification History:
      * 15/10/2026 ABM  Programa original.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. EXTPLAN.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CLIENTES-MASTER ASSIGN TO 'CLIMAST'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS CLI-CODIGO
               FILE STATUS IS WRK-FS-ARQUIVO.
           SELECT PRODUTOS ASSIGN TO 'PRODUTOS'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS PRO-CODIGO
               FILE STATUS IS WRK-FS-ARQUIVO.
           SELECT CONTAS-A-RECEBER ASSIGN TO 'CONTASR'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS RCB-FATURA
               ALTERNATE RECORD KEY IS RCB-PEDIDO WITH DUPLICATES
               FILE STATUS IS WRK-FS-ARQUIVO.
           SELECT PEDIDOS ASSIGN TO 'PEDIDOS'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS PED-NUMERO
               FILE STATUS IS WRK-FS-ARQUIVO.
           SELECT ESTOQUE ASSIGN TO 'ESTOQUE'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS EST-PRODUTO
               FILE STATUS IS WRK-FS-ARQUIVO.
           SELECT EXTRATO-PLANILHA ASSIGN TO 'EXTPLAN.TXT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-EXTRATO.
       DATA DIVISION.
       FILE SECTION.
       FD  CLIENTES-MASTER
           LABEL RECORD IS STANDARD.
           COPY CLIREG.
       FD  PRODUTOS
           LABEL RECORD IS STANDARD.
           COPY PRODREG.
       FD  CONTAS-A-RECEBER
           LABEL RECORD IS STANDARD.
           COPY CTAREC.
       FD  PEDIDOS
           LABEL RECORD IS STANDARD.
           COPY PEDIREG.
       FD  ESTOQUE
           LABEL RECORD IS STANDARD.
           COPY ESTOQREG.
       FD  EXTRATO-PLANILHA
           LABEL RECORD IS STANDARD.
       01 EXT-LINHA                PIC X(1500).
       WORKING-STORAGE SECTION.
       77 WRK-FS-ARQUIVO   PIC X(02) VALUE '00'.
       77 WRK-FS-EXTRATO   PIC X(02) VALUE '00'.
       77 WRK-EOF-ARQUIVO  PIC X(01) VALUE 'N'.
           88 FIM-ARQUIVO  VALUE 'S'.
       77 WRK-RECUSA       PIC X(01) VALUE 'N'.
           88 EXTRACAO-RECUSADA VALUE 'S'.
       77 WRK-FIM-CARTOES  PIC X(01) VALUE 'N'.
           88 FIM-CARTOES  VALUE 'S'.
       77 WRK-ACHOU        PIC X(01) VALUE 'N'.
           88 ACHOU-CAMPO  VALUE 'S'.
       77 WRK-PASSOU       PIC X(01) VALUE 'S'.
           88 REGISTRO-PASSOU VALUE 'S'.
       77 WRK-PESSOAL-OK   PIC X(01) VALUE 'N'.
           88 PODE-VER-PESSOAL VALUE 'S'.
       77 WRK-PESSOAL-CONS PIC X(01) VALUE 'N'.
           88 PESSOAL-CONSULTADO VALUE 'S'.
       77 WRK-FIM-RECUO    PIC X(01) VALUE 'N'.
           88 FIM-RECUO    VALUE 'S'.
       77 WRK-VALOR-OK     PIC X(01) VALUE 'S'.
           88 VALOR-VALIDO VALUE 'S'.
       77 WRK-USUARIO      PIC X(20) VALUE SPACES.
       77 WRK-ARQUIVO      PIC X(08) VALUE SPACES.
           88 ARQ-CLIMAST  VALUE 'CLIMAST'.
           88 ARQ-PRODUTOS VALUE 'PRODUTOS'.
           88 ARQ-CONTASR  VALUE 'CONTASR'.
           88 ARQ-PEDIDOS  VALUE 'PEDIDOS'.
           88 ARQ-ESTOQUE  VALUE 'ESTOQUE'.
           88 ARQ-VALIDO   VALUE 'CLIMAST' 'PRODUTOS' 'CONTASR'
                                 'PEDIDOS' 'ESTOQUE'.
       77 WRK-DELIM-CARTAO PIC X(03) VALUE SPACES.
       77 WRK-DELIM        PIC X(01) VALUE ';'.
       77 WRK-CARTAO       PIC X(80) VALUE SPACES.
       77 WRK-CMD-VERBO    PIC X(08) VALUE SPACES.
       77 WRK-CMD-CAMPO    PIC X(20) VALUE SPACES.
       77 WRK-CMD-OPER     PIC X(05) VALUE SPACES.
       77 WRK-CMD-VALOR1   PIC X(40) VALUE SPACES.
       77 WRK-CMD-VALOR2   PIC X(40) VALUE SPACES.
       77 WRK-PONTEIRO     PIC 9(03) COMP VALUE ZEROS.
       77 WRK-QTD-SEL      PIC 9(03) COMP VALUE ZEROS.
       77 WRK-QTD-FIL      PIC 9(03) COMP VALUE ZEROS.
       77 WRK-SUB          PIC 9(03) COMP VALUE ZEROS.
       77 WRK-SUB-DIC      PIC 9(03) COMP VALUE ZEROS.
       77 WRK-SUB-CAR      PIC 9(03) COMP VALUE ZEROS.
       77 WRK-DIC-ACHADO   PIC 9(03) COMP VALUE ZEROS.
       77 WRK-TAM-TEXTO    PIC 9(03) COMP VALUE ZEROS.
       77 WRK-BRANCOS      PIC 9(03) COMP VALUE ZEROS.
       77 WRK-PTR-LINHA    PIC 9(04) COMP VALUE ZEROS.
       77 WRK-QTD-LIDOS    PIC 9(07) VALUE ZEROS.
       77 WRK-QTD-GRAVADOS PIC 9(07) VALUE ZEROS.
       77 WRK-QTD-OMITIDOS PIC 9(03) VALUE ZEROS.
       77 WRK-CARACTER     PIC X(01) VALUE SPACE.
       77 WRK-DIGITO       PIC 9(01) VALUE ZEROS.
       77 WRK-DEPOIS-VIRG  PIC X(01) VALUE 'N'.
           88 DEPOIS-DA-VIRGULA VALUE 'S'.
       77 WRK-NEGATIVO     PIC X(01) VALUE 'N'.
           88 VALOR-NEGATIVO VALUE 'S'.
       77 WRK-FATOR        PIC 9V9(04) VALUE ZEROS.
       77 WRK-CONV-TEXTO   PIC X(40) VALUE SPACES.
       77 WRK-CONV-NUMERO  PIC S9(14)V9(04) VALUE ZEROS.
       77 WRK-VALOR-CAMPO  PIC S9(14)V9(04) VALUE ZEROS.
       77 WRK-TEXTO-CAMPO  PIC X(40) VALUE SPACES.
       77 WRK-TEXTO-SAIDA  PIC X(40) VALUE SPACES.
       77 WRK-ED-D0        PIC -(17)9.
       77 WRK-ED-D1        PIC -(16)9,9.
       77 WRK-ED-D2        PIC -(15)9,99.
       77 WRK-ED-D3        PIC -(14)9,999.
       77 WRK-ED-D4        PIC -(13)9,9999.
       77 WRK-LINHA        PIC X(1500) VALUE SPACES.
       01 WRK-REGISTRO     PIC X(300) VALUE SPACES.
       01 WRK-NUM-AREA     PIC X(18) VALUE ZEROS.
       01 WRK-NUM-CAMPO REDEFINES WRK-NUM-AREA PIC S9(18).
       01 WRK-DATA-CAMPO-GRP.
           05 WRK-DATA-CAMPO   PIC 9(08) VALUE ZEROS.
           05 WRK-DATA-CAMPO-R REDEFINES WRK-DATA-CAMPO.
               10 WRK-DTC-ANO  PIC 9(04).
               10 WRK-DTC-MES  PIC 9(02).
               10 WRK-DTC-DIA  PIC 9(02).
       01 WRK-SELECIONADOS.
           05 WRK-SEL-DIC      PIC 9(03) COMP OCCURS 40 TIMES.
       01 WRK-FILTROS.
           05 WRK-FILTRO       OCCURS 10 TIMES.
               10 WRK-FIL-DIC      PIC 9(03) COMP.
               10 WRK-FIL-OPER     PIC X(01).
                   88 FILTRO-IGUAL     VALUE '='.
                   88 FILTRO-ENTRE     VALUE 'E'.
               10 WRK-FIL-TEXTO1   PIC X(40).
               10 WRK-FIL-TEXTO2   PIC X(40).
               10 WRK-FIL-NUM1     PIC S9(14)V9(04).
               10 WRK-FIL-NUM2     PIC S9(14)V9(04).
           COPY DICREG.
           COPY PCKREG.
       PROCEDURE DIVISION.
       0000-PRINCIPAL SECTION.
            PERFORM 1000-LER-PARAMETROS.
            IF NOT EXTRACAO-RECUSADA
                PERFORM 1500-MONTAR-PADRAO
            END-IF.
            IF EXTRACAO-RECUSADA
                DISPLAY 'EXTRACAO RECUSADA - NADA FOI GRAVADO'
                MOVE 8 TO RETURN-CODE
            ELSE
                PERFORM 2000-EXTRAIR
                DISPLAY 'REGISTROS LIDOS..... ' WRK-QTD-LIDOS
                DISPLAY 'LINHAS GRAVADAS..... ' WRK-QTD-GRAVADOS
                IF WRK-QTD-OMITIDOS > ZEROS
                    DISPLAY 'CAMPOS PESSOAIS OMITIDOS (SEM A FUNCAO '
                        'DADOPESS).. ' WRK-QTD-OMITIDOS
                END-IF
            END-IF.
            STOP RUN.

      *----------------------------------------------------------------
      * CARTOES DO SYSIN - USUARIO, ARQUIVO E DELIMITADOR FIXOS NAS
      * TRES PRIMEIRAS LINHAS, DEPOIS CAMPO/FILTRO ATE 'FIM' OU FIM DO
      * SYSIN. QUALQUER ERRO E LISTADO E A EXTRACAO E RECUSADA, MAS
      * OS CARTOES SEGUINTES AINDA SAO CONFERIDOS PARA O USUARIO VER
      * TODOS OS ERROS DE UMA VEZ.
      *----------------------------------------------------------------
       1000-LER-PARAMETROS.
            DISPLAY 'EXTRATOR DELIMITADO DOS MESTRES'.
            DISPLAY 'USUARIO..... '.
            ACCEPT WRK-USUARIO.
            DISPLAY 'ARQUIVO..... '.
            ACCEPT WRK-ARQUIVO.
            DISPLAY 'DELIMITADOR. '.
            ACCEPT WRK-DELIM-CARTAO.
            EVALUATE TRUE
                WHEN WRK-DELIM-CARTAO = 'TAB' OR 'tab'
                    MOVE X'09' TO WRK-DELIM
                WHEN WRK-DELIM-CARTAO = SPACES
                    MOVE ';' TO WRK-DELIM
                WHEN OTHER
                    MOVE WRK-DELIM-CARTAO(1:1) TO WRK-DELIM
            END-EVALUATE.
            IF NOT ARQ-VALIDO
                DISPLAY 'ARQUIVO INVALIDO: ' WRK-ARQUIVO
                    ' (CLIMAST, PRODUTOS, CONTASR, PEDIDOS, ESTOQUE)'
                MOVE 'S' TO WRK-RECUSA
            END-IF.
            IF WRK-USUARIO = SPACES
                DISPLAY 'USUARIO NAO INFORMADO'
                MOVE 'S' TO WRK-RECUSA
            END-IF.
            MOVE ZEROS TO WRK-QTD-SEL.
            MOVE ZEROS TO WRK-QTD-FIL.
            MOVE 'N' TO WRK-FIM-CARTOES.
            PERFORM 1100-LER-CARTAO UNTIL FIM-CARTOES.

       1100-LER-CARTAO.
            MOVE SPACES TO WRK-CARTAO.
            ACCEPT WRK-CARTAO.
            IF WRK-CARTAO = SPACES OR WRK-CARTAO(1:3) = 'FIM'
                MOVE 'S' TO WRK-FIM-CARTOES
            ELSE
                MOVE SPACES TO WRK-CMD-VERBO WRK-CMD-CAMPO WRK-CMD-OPER
                    WRK-CMD-VALOR1 WRK-CMD-VALOR2
                MOVE 1 TO WRK-PONTEIRO
                UNSTRING WRK-CARTAO DELIMITED BY ALL SPACE
                    INTO WRK-CMD-VERBO WRK-CMD-CAMPO WRK-CMD-OPER
                    WITH POINTER WRK-PONTEIRO
                END-UNSTRING
                EVALUATE WRK-CMD-VERBO
                    WHEN 'CAMPO'
                        PERFORM 1200-CARTAO-CAMPO
                    WHEN 'FILTRO'
                        PERFORM 1300-CARTAO-FILTRO
                    WHEN OTHER
                        DISPLAY 'CARTAO INVALIDO: ' WRK-CARTAO
                        MOVE 'S' TO WRK-RECUSA
                END-EVALUATE
            END-IF.

       1200-CARTAO-CAMPO.
            PERFORM 1400-PROCURAR-CAMPO.
            EVALUATE TRUE
                WHEN NOT ACHOU-CAMPO
                    CONTINUE
                WHEN WRK-QTD-SEL >= 40
                    DISPLAY 'MAIS DE 40 CAMPOS - IGNORADO: '
                        WRK-CMD-CAMPO
                WHEN DIC-DADO-PESSOAL(WRK-DIC-ACHADO)
                 AND NOT PODE-VER-PESSOAL
                    DISPLAY 'CAMPO COM DADO PESSOAL (LGPD) SEM A '
                        'FUNCAO DADOPESS: ' WRK-CMD-CAMPO
                    MOVE 'S' TO WRK-RECUSA
                WHEN OTHER
                    ADD 1 TO WRK-QTD-SEL
                    MOVE WRK-DIC-ACHADO TO WRK-SEL-DIC(WRK-QTD-SEL)
            END-EVALUATE.

      *----------------------------------------------------------------
      * FILTRO: '=' COMPARA COM O RESTO DO CARTAO (TEXTO PODE TER
      * BRANCOS, COMO UMA CIDADE); ENTRE LEVA DOIS VALORES SEM BRANCO.
      * CAMPO PESSOAL SO FILTRA COM A PERMISSAO - FILTRAR POR NOME OU
      * DOCUMENTO JA REVELA O DADO.
      *----------------------------------------------------------------
       1300-CARTAO-FILTRO.
            PERFORM 1400-PROCURAR-CAMPO.
            EVALUATE TRUE
                WHEN NOT ACHOU-CAMPO
                    CONTINUE
                WHEN WRK-QTD-FIL >= 10
                    DISPLAY 'MAIS DE 10 FILTROS - RECUSADO: '
                        WRK-CMD-CAMPO
                    MOVE 'S' TO WRK-RECUSA
                WHEN DIC-DADO-PESSOAL(WRK-DIC-ACHADO)
                 AND NOT PODE-VER-PESSOAL
                    DISPLAY 'FILTRO EM DADO PESSOAL (LGPD) SEM A '
                        'FUNCAO DADOPESS: ' WRK-CMD-CAMPO
                    MOVE 'S' TO WRK-RECUSA
                WHEN WRK-CMD-OPER = '='
                    IF WRK-PONTEIRO <= 80
                        MOVE WRK-CARTAO(WRK-PONTEIRO:) TO WRK-CMD-VALOR1
                    END-IF
                    MOVE WRK-CMD-VALOR1 TO WRK-CMD-VALOR2
                    PERFORM 1310-GUARDAR-FILTRO
                WHEN WRK-CMD-OPER = 'ENTRE'
                    UNSTRING WRK-CARTAO DELIMITED BY ALL SPACE
                        INTO WRK-CMD-VALOR1 WRK-CMD-VALOR2
                        WITH POINTER WRK-PONTEIRO
                    END-UNSTRING
                    PERFORM 1310-GUARDAR-FILTRO
                WHEN OTHER
                    DISPLAY 'OPERADOR INVALIDO (= OU ENTRE): '
                        WRK-CARTAO
                    MOVE 'S' TO WRK-RECUSA
            END-EVALUATE.

       1310-GUARDAR-FILTRO.
            ADD 1 TO WRK-QTD-FIL.
            MOVE WRK-DIC-ACHADO TO WRK-FIL-DIC(WRK-QTD-FIL).
            IF WRK-CMD-OPER = '='
                MOVE '=' TO WRK-FIL-OPER(WRK-QTD-FIL)
            ELSE
                MOVE 'E' TO WRK-FIL-OPER(WRK-QTD-FIL)
            END-IF.
            MOVE WRK-CMD-VALOR1 TO WRK-FIL-TEXTO1(WRK-QTD-FIL).
            MOVE WRK-CMD-VALOR2 TO WRK-FIL-TEXTO2(WRK-QTD-FIL).
            MOVE ZEROS TO WRK-FIL-NUM1(WRK-QTD-FIL).
            MOVE ZEROS TO WRK-FIL-NUM2(WRK-QTD-FIL).
            IF NOT DIC-ALFA(WRK-DIC-ACHADO)
                MOVE WRK-CMD-VALOR1 TO WRK-CONV-TEXTO
                PERFORM 1600-CONVERTER-VALOR
                MOVE WRK-CONV-NUMERO TO WRK-FIL-NUM1(WRK-QTD-FIL)
                MOVE WRK-CMD-VALOR2 TO WRK-CONV-TEXTO
                PERFORM 1600-CONVERTER-VALOR
                MOVE WRK-CONV-NUMERO TO WRK-FIL-NUM2(WRK-QTD-FIL)
            END-IF.

      *----------------------------------------------------------------
      * CAMPO NO DICIONARIO DO ARQUIVO ESCOLHIDO. A PERMISSAO DE DADO
      * PESSOAL SO E CONSULTADA (E LOGADA) NO PRIMEIRO CAMPO PESSOAL
      * PEDIDO, NAO EM TODA EXTRACAO.
      *----------------------------------------------------------------
       1400-PROCURAR-CAMPO.
            MOVE 'N' TO WRK-ACHOU.
            MOVE ZEROS TO WRK-DIC-ACHADO.
            PERFORM 1410-CONFERIR-ENTRADA
                VARYING WRK-SUB-DIC FROM 1 BY 1
                UNTIL WRK-SUB-DIC > DIC-QTD-ENTRADAS OR ACHOU-CAMPO.
            IF NOT ACHOU-CAMPO
                DISPLAY 'CAMPO NAO EXISTE EM ' WRK-ARQUIVO ': '
                    WRK-CMD-CAMPO
                MOVE 'S' TO WRK-RECUSA
            ELSE
                IF DIC-DADO-PESSOAL(WRK-DIC-ACHADO)
                    PERFORM 1450-CONSULTAR-PESSOAL
                END-IF
            END-IF.

       1410-CONFERIR-ENTRADA.
            IF DIC-ARQUIVO(WRK-SUB-DIC) = WRK-ARQUIVO
             AND DIC-CAMPO(WRK-SUB-DIC) = WRK-CMD-CAMPO
                MOVE 'S' TO WRK-ACHOU
                MOVE WRK-SUB-DIC TO WRK-DIC-ACHADO
            END-IF.

       1450-CONSULTAR-PESSOAL.
            IF NOT PESSOAL-CONSULTADO
                MOVE 'S' TO WRK-PESSOAL-CONS
                MOVE WRK-USUARIO TO PCK-USUARIO
                MOVE 'DADOPESS' TO PCK-FUNCAO
                CALL 'PERMCHK' USING PERMCHK-AREA
                IF PERM-OK
                    MOVE 'S' TO WRK-PESSOAL-OK
                END-IF
            END-IF.

      *----------------------------------------------------------------
      * SEM CARTAO CAMPO: TODOS OS CAMPOS DO ARQUIVO NA ORDEM DO
      * COPYBOOK. OS PESSOAIS SO ENTRAM SE O USUARIO TEM A PERMISSAO
      * (A CONSULTA E FEITA AQUI SE O ARQUIVO TEM CAMPO PESSOAL); SEM
      * ELA SAO OMITIDOS E CONTADOS NO FINAL, SEM RECUSAR.
      *----------------------------------------------------------------
       1500-MONTAR-PADRAO.
            IF WRK-QTD-SEL = ZEROS
                PERFORM 1510-INCLUIR-ENTRADA
                    VARYING WRK-SUB-DIC FROM 1 BY 1
                    UNTIL WRK-SUB-DIC > DIC-QTD-ENTRADAS
                IF WRK-QTD-SEL = ZEROS
                    DISPLAY 'NENHUM CAMPO A EXTRAIR'
                    MOVE 'S' TO WRK-RECUSA
                END-IF
            END-IF.

       1510-INCLUIR-ENTRADA.
            IF DIC-ARQUIVO(WRK-SUB-DIC) = WRK-ARQUIVO
             AND WRK-QTD-SEL < 40
                IF DIC-DADO-PESSOAL(WRK-SUB-DIC)
                    PERFORM 1450-CONSULTAR-PESSOAL
                END-IF
                IF DIC-DADO-PESSOAL(WRK-SUB-DIC)
                 AND NOT PODE-VER-PESSOAL
                    ADD 1 TO WRK-QTD-OMITIDOS
                ELSE
                    ADD 1 TO WRK-QTD-SEL
                    MOVE WRK-SUB-DIC TO WRK-SEL-DIC(WRK-QTD-SEL)
                END-IF
            END-IF.

      *----------------------------------------------------------------
      * VALOR DE FILTRO NUMERICO DIGITADO (1500 / 1500,00 / -3 /
      * 1.500,00) PARA COMPARAR COM O CAMPO JA DIVIDIDO PELAS CASAS
      * DECIMAIS; DATA DD/MM/AAAA VIRA AAAAMMDD ANTES. CARACTER FORA
      * DISSO RECUSA A EXTRACAO.
      *----------------------------------------------------------------
       1600-CONVERTER-VALOR.
            IF DIC-DATA(WRK-DIC-ACHADO)
             AND WRK-CONV-TEXTO(3:1) = '/'
             AND WRK-CONV-TEXTO(6:1) = '/'
                MOVE WRK-CONV-TEXTO(7:4) TO WRK-TEXTO-SAIDA(1:4)
                MOVE WRK-CONV-TEXTO(4:2) TO WRK-TEXTO-SAIDA(5:2)
                MOVE WRK-CONV-TEXTO(1:2) TO WRK-TEXTO-SAIDA(7:2)
                MOVE WRK-TEXTO-SAIDA(1:8) TO WRK-CONV-TEXTO
            END-IF.
            MOVE ZEROS TO WRK-CONV-NUMERO.
            MOVE 'N' TO WRK-DEPOIS-VIRG.
            MOVE 'N' TO WRK-NEGATIVO.
            MOVE 'S' TO WRK-VALOR-OK.
            MOVE 1 TO WRK-FATOR.
            PERFORM 1610-CONVERTER-CARACTER
                VARYING WRK-SUB-CAR FROM 1 BY 1
                UNTIL WRK-SUB-CAR > 40.
            IF VALOR-NEGATIVO
                COMPUTE WRK-CONV-NUMERO = WRK-CONV-NUMERO * -1
            END-IF.
            IF NOT VALOR-VALIDO
                DISPLAY 'VALOR NUMERICO INVALIDO NO FILTRO DE '
                    WRK-CMD-CAMPO ': ' WRK-CONV-TEXTO
                MOVE 'S' TO WRK-RECUSA
            END-IF.

       1610-CONVERTER-CARACTER.
            MOVE WRK-CONV-TEXTO(WRK-SUB-CAR:1) TO WRK-CARACTER.
            EVALUATE TRUE
                WHEN WRK-CARACTER = SPACE OR '.'
                    CONTINUE
                WHEN WRK-CARACTER = '-'
                    MOVE 'S' TO WRK-NEGATIVO
                WHEN WRK-CARACTER = ','
                    MOVE 'S' TO WRK-DEPOIS-VIRG
                WHEN WRK-CARACTER IS NUMERIC
                    MOVE WRK-CARACTER TO WRK-DIGITO
                    IF DEPOIS-DA-VIRGULA
                        IF WRK-FATOR > 0,0001
                            COMPUTE WRK-FATOR = WRK-FATOR / 10
                            COMPUTE WRK-CONV-NUMERO = WRK-CONV-NUMERO
                                + WRK-DIGITO * WRK-FATOR
                        END-IF
                    ELSE
                        COMPUTE WRK-CONV-NUMERO = WRK-CONV-NUMERO * 10
                            + WRK-DIGITO
                    END-IF
                WHEN OTHER
                    MOVE 'N' TO WRK-VALOR-OK
            END-EVALUATE.

      *----------------------------------------------------------------
      * EXTRACAO - CABECALHO COM OS NOMES DOS CAMPOS E UMA LINHA POR
      * REGISTRO QUE PASSA EM TODOS OS FILTROS.
      *----------------------------------------------------------------
       2000-EXTRAIR.
            PERFORM 2100-ABRIR-ARQUIVO.
            IF WRK-FS-ARQUIVO NOT = '00'
                DISPLAY 'ERRO NA ABERTURA DE ' WRK-ARQUIVO
                    ' - STATUS ' WRK-FS-ARQUIVO
                MOVE 8 TO RETURN-CODE
            ELSE
                OPEN OUTPUT EXTRATO-PLANILHA
                MOVE SPACES TO WRK-LINHA
                MOVE 1 TO WRK-PTR-LINHA
                PERFORM 2200-CABECALHO-CAMPO
                    VARYING WRK-SUB FROM 1 BY 1
                    UNTIL WRK-SUB > WRK-QTD-SEL
                WRITE EXT-LINHA FROM WRK-LINHA
                MOVE 'N' TO WRK-EOF-ARQUIVO
                PERFORM 2300-LER-REGISTRO
                PERFORM 2400-TRATAR-REGISTRO UNTIL FIM-ARQUIVO
                PERFORM 2900-FECHAR-ARQUIVO
                CLOSE EXTRATO-PLANILHA
            END-IF.

       2100-ABRIR-ARQUIVO.
            EVALUATE TRUE
                WHEN ARQ-CLIMAST
                    OPEN INPUT CLIENTES-MASTER
                WHEN ARQ-PRODUTOS
                    OPEN INPUT PRODUTOS
                WHEN ARQ-CONTASR
                    OPEN INPUT CONTAS-A-RECEBER
                WHEN ARQ-PEDIDOS
                    OPEN INPUT PEDIDOS
                WHEN ARQ-ESTOQUE
                    OPEN INPUT ESTOQUE
            END-EVALUATE.

       2200-CABECALHO-CAMPO.
            MOVE WRK-SEL-DIC(WRK-SUB) TO WRK-SUB-DIC.
            MOVE DIC-CAMPO(WRK-SUB-DIC) TO WRK-TEXTO-SAIDA.
            PERFORM 3900-ACRESCENTAR-TEXTO.

       2300-LER-REGISTRO.
            EVALUATE TRUE
                WHEN ARQ-CLIMAST
                    READ CLIENTES-MASTER NEXT RECORD
                        AT END
                            MOVE 'S' TO WRK-EOF-ARQUIVO
                        NOT AT END
                            MOVE CLIENTE-REG TO WRK-REGISTRO
                    END-READ
                WHEN ARQ-PRODUTOS
                    READ PRODUTOS NEXT RECORD
                        AT END
                            MOVE 'S' TO WRK-EOF-ARQUIVO
                        NOT AT END
                            MOVE PRODUTO-REG TO WRK-REGISTRO
                    END-READ
                WHEN ARQ-CONTASR
                    READ CONTAS-A-RECEBER NEXT RECORD
                        AT END
                            MOVE 'S' TO WRK-EOF-ARQUIVO
                        NOT AT END
                            MOVE RECEBER-REG TO WRK-REGISTRO
                    END-READ
                WHEN ARQ-PEDIDOS
                    READ PEDIDOS NEXT RECORD
                        AT END
                            MOVE 'S' TO WRK-EOF-ARQUIVO
                        NOT AT END
                            MOVE PEDIDO-REG TO WRK-REGISTRO
                    END-READ
                WHEN ARQ-ESTOQUE
                    READ ESTOQUE NEXT RECORD
                        AT END
                            MOVE 'S' TO WRK-EOF-ARQUIVO
                        NOT AT END
                            MOVE ESTOQUE-REG TO WRK-REGISTRO
                    END-READ
            END-EVALUATE.

       2400-TRATAR-REGISTRO.
            ADD 1 TO WRK-QTD-LIDOS.
            MOVE 'S' TO WRK-PASSOU.
            PERFORM 2500-APLICAR-FILTRO
                VARYING WRK-SUB FROM 1 BY 1
                UNTIL WRK-SUB > WRK-QTD-FIL OR NOT REGISTRO-PASSOU.
            IF REGISTRO-PASSOU
                MOVE SPACES TO WRK-LINHA
                MOVE 1 TO WRK-PTR-LINHA
                PERFORM 2600-MONTAR-CAMPO
                    VARYING WRK-SUB FROM 1 BY 1
                    UNTIL WRK-SUB > WRK-QTD-SEL
                WRITE EXT-LINHA FROM WRK-LINHA
                ADD 1 TO WRK-QTD-GRAVADOS
            END-IF.
            PERFORM 2300-LER-REGISTRO.

      *----------------------------------------------------------------
      * TEXTO COMPARA O CAMPO CRU (SEM OS BRANCOS DO FIM); NUMERO E
      * DATA COMPARAM O VALOR, COM SINAL E CASAS DECIMAIS.
      *----------------------------------------------------------------
       2500-APLICAR-FILTRO.
            MOVE WRK-FIL-DIC(WRK-SUB) TO WRK-SUB-DIC.
            IF DIC-ALFA(WRK-SUB-DIC)
                MOVE SPACES TO WRK-TEXTO-CAMPO
                MOVE WRK-REGISTRO(DIC-POSICAO(WRK-SUB-DIC):
                    DIC-TAMANHO(WRK-SUB-DIC)) TO WRK-TEXTO-CAMPO
                IF WRK-TEXTO-CAMPO < WRK-FIL-TEXTO1(WRK-SUB)
                 OR WRK-TEXTO-CAMPO > WRK-FIL-TEXTO2(WRK-SUB)
                    MOVE 'N' TO WRK-PASSOU
                END-IF
            ELSE
                PERFORM 3100-VALOR-NUMERICO
                IF WRK-VALOR-CAMPO < WRK-FIL-NUM1(WRK-SUB)
                 OR WRK-VALOR-CAMPO > WRK-FIL-NUM2(WRK-SUB)
                    MOVE 'N' TO WRK-PASSOU
                END-IF
            END-IF.

       2600-MONTAR-CAMPO.
            MOVE WRK-SEL-DIC(WRK-SUB) TO WRK-SUB-DIC.
            MOVE SPACES TO WRK-TEXTO-SAIDA.
            EVALUATE TRUE
                WHEN DIC-ALFA(WRK-SUB-DIC)
                    MOVE WRK-REGISTRO(DIC-POSICAO(WRK-SUB-DIC):
                        DIC-TAMANHO(WRK-SUB-DIC)) TO WRK-TEXTO-SAIDA
                    INSPECT WRK-TEXTO-SAIDA
                        REPLACING ALL WRK-DELIM BY SPACE
                WHEN DIC-DATA(WRK-SUB-DIC)
                    PERFORM 3200-EDITAR-DATA
                WHEN OTHER
                    PERFORM 3100-VALOR-NUMERICO
                    PERFORM 3300-EDITAR-NUMERO
            END-EVALUATE.
            PERFORM 3900-ACRESCENTAR-TEXTO.

       2900-FECHAR-ARQUIVO.
            EVALUATE TRUE
                WHEN ARQ-CLIMAST
                    CLOSE CLIENTES-MASTER
                WHEN ARQ-PRODUTOS
                    CLOSE PRODUTOS
                WHEN ARQ-CONTASR
                    CLOSE CONTAS-A-RECEBER
                WHEN ARQ-PEDIDOS
                    CLOSE PEDIDOS
                WHEN ARQ-ESTOQUE
                    CLOSE ESTOQUE
            END-EVALUATE.

      *----------------------------------------------------------------
      * CAMPO NUMERICO CRU ALINHADO A DIREITA NUMA AREA DE 18 DIGITOS
      * COM SINAL - O SINAL DO CAMPO S9 VIAJA NO ULTIMO BYTE E CAI NO
      * ULTIMO BYTE DA AREA. DEPOIS DIVIDE PELAS CASAS DECIMAIS.
      * CAMPO SUJO (BRANCOS DE REGISTRO ANTIGO) VALE ZERO.
      *----------------------------------------------------------------
       3100-VALOR-NUMERICO.
            MOVE ALL '0' TO WRK-NUM-AREA.
            MOVE WRK-REGISTRO(DIC-POSICAO(WRK-SUB-DIC):
                DIC-TAMANHO(WRK-SUB-DIC))
                TO WRK-NUM-AREA(19 - DIC-TAMANHO(WRK-SUB-DIC):
                DIC-TAMANHO(WRK-SUB-DIC)).
            IF WRK-NUM-CAMPO IS NOT NUMERIC
                MOVE ZEROS TO WRK-NUM-CAMPO
            END-IF.
            MOVE WRK-NUM-CAMPO TO WRK-VALOR-CAMPO.
            PERFORM 3110-DIVIDIR-CASA
                DIC-DECIMAIS(WRK-SUB-DIC) TIMES.

       3110-DIVIDIR-CASA.
            COMPUTE WRK-VALOR-CAMPO = WRK-VALOR-CAMPO / 10.

       3200-EDITAR-DATA.
            MOVE WRK-REGISTRO(DIC-POSICAO(WRK-SUB-DIC):8)
                TO WRK-DATA-CAMPO-GRP.
            IF WRK-DATA-CAMPO IS NUMERIC
             AND WRK-DATA-CAMPO NOT = ZEROS
                STRING WRK-DTC-DIA DELIMITED SIZE
                    '/' DELIMITED SIZE
                    WRK-DTC-MES DELIMITED SIZE
                    '/' DELIMITED SIZE
                    WRK-DTC-ANO DELIMITED SIZE
                    INTO WRK-TEXTO-SAIDA
                END-STRING
            END-IF.

       3300-EDITAR-NUMERO.
            EVALUATE DIC-DECIMAIS(WRK-SUB-DIC)
                WHEN 0
                    MOVE WRK-VALOR-CAMPO TO WRK-ED-D0
                    MOVE WRK-ED-D0 TO WRK-TEXTO-SAIDA
                WHEN 1
                    MOVE WRK-VALOR-CAMPO TO WRK-ED-D1
                    MOVE WRK-ED-D1 TO WRK-TEXTO-SAIDA
                WHEN 2
                    MOVE WRK-VALOR-CAMPO TO WRK-ED-D2
                    MOVE WRK-ED-D2 TO WRK-TEXTO-SAIDA
                WHEN 3
                    MOVE WRK-VALOR-CAMPO TO WRK-ED-D3
                    MOVE WRK-ED-D3 TO WRK-TEXTO-SAIDA
                WHEN OTHER
                    MOVE WRK-VALOR-CAMPO TO WRK-ED-D4
                    MOVE WRK-ED-D4 TO WRK-TEXTO-SAIDA
            END-EVALUATE.
            MOVE ZEROS TO WRK-BRANCOS.
            INSPECT WRK-TEXTO-SAIDA TALLYING WRK-BRANCOS
                FOR LEADING SPACES.
            IF WRK-BRANCOS > ZEROS
                MOVE WRK-TEXTO-SAIDA(WRK-BRANCOS + 1:)
                    TO WRK-TEXTO-CAMPO
                MOVE WRK-TEXTO-CAMPO TO WRK-TEXTO-SAIDA
            END-IF.

      *----------------------------------------------------------------
      * ACRESCENTA WRK-TEXTO-SAIDA A LINHA SEM OS BRANCOS DO FIM, COM
      * O DELIMITADOR ANTES DE TODO CAMPO MENOS O PRIMEIRO (CAMPO
      * VAZIO FICA SO COM O DELIMITADOR, PARA AS COLUNAS NAO ANDAREM).
      *----------------------------------------------------------------
       3900-ACRESCENTAR-TEXTO.
            IF WRK-SUB > 1
                STRING WRK-DELIM DELIMITED SIZE
                    INTO WRK-LINHA WITH POINTER WRK-PTR-LINHA
                END-STRING
            END-IF.
            MOVE 40 TO WRK-TAM-TEXTO.
            MOVE 'N' TO WRK-FIM-RECUO.
            PERFORM 3910-RECUAR-BRANCO
                UNTIL WRK-TAM-TEXTO = ZEROS OR FIM-RECUO.
            IF WRK-TAM-TEXTO > ZEROS
                STRING WRK-TEXTO-SAIDA(1:WRK-TAM-TEXTO) DELIMITED SIZE
                    INTO WRK-LINHA WITH POINTER WRK-PTR-LINHA
                END-STRING
            END-IF.

       3910-RECUAR-BRANCO.
            IF WRK-TEXTO-SAIDA(WRK-TAM-TEXTO:1) = SPACE
                SUBTRACT 1 FROM WRK-TAM-TEXTO
            ELSE
                MOVE 'S' TO WRK-FIM-RECUO
            END-IF.

       END PROGRAM EXTPLAN.
