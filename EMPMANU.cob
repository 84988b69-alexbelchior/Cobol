      ******************************************************************
      * Author:  ALEXANDRE BELCHIOR MEDEIROS
      * Date:    15/10/2026
      * Purpose: MANUTENCAO DO MESTRE DE EMPRESAS/FILIAIS (ARQUIVO
      *          EMPRESAS) - INCLUSAO/ALTERACAO, CONSULTA E LISTAGEM DA
      *          IDENTIFICACAO FISCAL, DO ENDERECO E DA CONTA DE
      *          COBRANCA DE CADA ESTABELECIMENTO. EMPRESA NAO E
      *          EXCLUIDA (HA DOCUMENTOS COM O CODIGO DELA) - FICA
      *          INATIVA. NA INCLUSAO DE UMA FILIAL (02 A 09) ABRE AS
      *          SERIES PROPRIAS DE NOTA ('Nn') E FATURA ('Fn') NO
      *          PEDCTRL A PARTIR DO NUMERO INFORMADO; A MATRIZ 01
      *          CONTINUA NAS SERIES 'NT' E 'FT'. AS FAIXAS NAO PODEM
      *          SE CRUZAR - NOTAS E CONTASR TEM UMA CHAVE SO. CADA
      *          EMPRESA n TEM A FAIXA DE n x 100000 ATE O TETO DADO
      *          PELA ROTINA COMUM SERLIM ((n + 1) x 100000 - 1).
      ******************************************************************
      * Modification History:
      * 15/10/2026 ABM  Programa original.
      * 15/10/2026 ABM  Inclui a chave Pix da cobranca da empresa.
      * 15/10/2026 ABM  Numero inicial da serie da filial tem que ficar
      *                 dentro da faixa da empresa (teto da rotina
      *                 SERLIM); a abertura mostra o teto.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. EMPMANU.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT EMPRESAS ASSIGN TO 'EMPRESAS'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EMC-CODIGO
               FILE STATUS IS WRK-FS-EMPRESA.
           SELECT PED-CONTROLE ASSIGN TO 'PEDCTRL'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PCT-CHAVE
               FILE STATUS IS WRK-FS-PEDCTL.
       DATA DIVISION.
       FILE SECTION.
       FD  EMPRESAS
           LABEL RECORD IS STANDARD.
           COPY EMCREG.
       FD  PED-CONTROLE
           LABEL RECORD IS STANDARD.
       01 PCT-REG.
           05 PCT-CHAVE             PIC X(02).
           05 PCT-ULTIMO-NUMERO     PIC 9(06).
       WORKING-STORAGE SECTION.
       77 WRK-FS-EMPRESA   PIC X(02) VALUE '00'.
       77 WRK-FS-PEDCTL    PIC X(02) VALUE '00'.
       77 WRK-OPCAO        PIC X(01) VALUE SPACE.
           88 OPCAO-SAIR   VALUE 'X' 'x'.
       77 WRK-EOF-EMPRESAS PIC X(01) VALUE 'N'.
           88 FIM-EMPRESAS VALUE 'S'.
       77 WRK-NOVA         PIC X(01) VALUE 'N'.
           88 EMPRESA-NOVA VALUE 'S'.
       77 WRK-QTD-LISTADAS PIC 9(05) VALUE ZEROS.
       77 WRK-EMPRESA      PIC 9(02) VALUE ZEROS.
       77 WRK-INICIO-SERIE PIC 9(06) VALUE ZEROS.
       77 WRK-ULTIMO-MATRIZ PIC 9(06) VALUE ZEROS.
       77 WRK-PISO-SERIE   PIC 9(06) VALUE ZEROS.
       01 WRK-CHAVE-SERIE.
           05 WRK-SERIE-TIPO   PIC X(01) VALUE SPACE.
           05 WRK-SERIE-EMP    PIC 9(01) VALUE ZEROS.
           COPY SLMREG.
       PROCEDURE DIVISION.
       0000-PRINCIPAL SECTION.
            PERFORM 1000-INICIAR.
            PERFORM 2000-MENU UNTIL OPCAO-SAIR.
            PERFORM 3000-FINALIZAR.
            STOP RUN.

       1000-INICIAR.
            OPEN I-O EMPRESAS.
            IF WRK-FS-EMPRESA = '35'
                CLOSE EMPRESAS
                OPEN OUTPUT EMPRESAS
                CLOSE EMPRESAS
                OPEN I-O EMPRESAS
            END-IF.
            OPEN I-O PED-CONTROLE.
            IF WRK-FS-PEDCTL = '35'
                CLOSE PED-CONTROLE
                OPEN OUTPUT PED-CONTROLE
                CLOSE PED-CONTROLE
                OPEN I-O PED-CONTROLE
            END-IF.

       2000-MENU.
            DISPLAY ' '.
            DISPLAY 'MANUTENCAO DE EMPRESAS/FILIAIS'.
            DISPLAY '1 - INCLUIR/ALTERAR EMPRESA'.
            DISPLAY '2 - CONSULTAR EMPRESA'.
            DISPLAY '3 - LISTAR EMPRESAS'.
            DISPLAY 'X - SAIDA'.
            DISPLAY 'OPCAO.. '.
            ACCEPT WRK-OPCAO.
            EVALUATE WRK-OPCAO
                WHEN '1'
                    PERFORM 2100-INCLUIR-ALTERAR
                WHEN '2'
                    PERFORM 2200-CONSULTAR
                WHEN '3'
                    PERFORM 2300-LISTAR
                WHEN OTHER
                    IF NOT OPCAO-SAIR
                        DISPLAY 'ENTRE COM OPCAO CORRETA'
                    END-IF
            END-EVALUATE.

      *----------------------------------------------------------------
      * O CODIGO VAI DE 01 A 09 - A SERIE DO PEDCTRL TEM UM DIGITO
      * PARA A EMPRESA ('N2'..'N9', 'F2'..'F9').
      *----------------------------------------------------------------
       2100-INCLUIR-ALTERAR.
            DISPLAY 'CODIGO DA EMPRESA (01 A 09).. '.
            ACCEPT WRK-EMPRESA.
            IF WRK-EMPRESA = ZEROS OR WRK-EMPRESA > 09
                DISPLAY 'CODIGO INVALIDO'
            ELSE
                MOVE 'N' TO WRK-NOVA
                MOVE WRK-EMPRESA TO EMC-CODIGO
                READ EMPRESAS
                    INVALID KEY
                        MOVE 'S' TO WRK-NOVA
                        INITIALIZE EMPRESA-CAD-REG
                        MOVE WRK-EMPRESA TO EMC-CODIGO
                        MOVE 'A' TO EMC-STATUS
                    NOT INVALID KEY
                        PERFORM 2950-EXIBIR-EMPRESA
                END-READ
                PERFORM 2110-CAPTURAR-DADOS
                IF EMC-CNPJ = SPACES OR EMC-RAZAO-SOCIAL = SPACES
                    OR EMC-UF = SPACES
                    OR (NOT EMPRESA-ATIVA AND NOT EMPRESA-INATIVA)
                    DISPLAY 'CNPJ, RAZAO SOCIAL, UF E SITUACAO SAO '
                        'OBRIGATORIOS - NADA GRAVADO'
                ELSE
                    ACCEPT EMC-DATA-ALTERACAO FROM DATE YYYYMMDD
                    REWRITE EMPRESA-CAD-REG
                        INVALID KEY
                            WRITE EMPRESA-CAD-REG
                    END-REWRITE
                    DISPLAY 'EMPRESA GRAVADA'
                    IF EMPRESA-NOVA AND WRK-EMPRESA NOT = 01
                        PERFORM 2150-ABRIR-SERIES
                    END-IF
                END-IF
            END-IF.

       2110-CAPTURAR-DADOS.
            DISPLAY 'CNPJ (SO NUMEROS).. '.
            ACCEPT EMC-CNPJ.
            DISPLAY 'INSCRICAO ESTADUAL.. '.
            ACCEPT EMC-INSCRICAO.
            DISPLAY 'RAZAO SOCIAL.. '.
            ACCEPT EMC-RAZAO-SOCIAL.
            DISPLAY 'LOGRADOURO.. '.
            ACCEPT EMC-LOGRADOURO.
            DISPLAY 'CIDADE.. '.
            ACCEPT EMC-CIDADE.
            DISPLAY 'UF.. '.
            ACCEPT EMC-UF.
            DISPLAY 'CEP.. '.
            ACCEPT EMC-CEP.
            DISPLAY 'BANCO DA COBRANCA.. '.
            ACCEPT EMC-BANCO.
            DISPLAY 'AGENCIA.. '.
            ACCEPT EMC-AGENCIA.
            DISPLAY 'CONTA.. '.
            ACCEPT EMC-CONTA.
            DISPLAY 'CONVENIO DE COBRANCA.. '.
            ACCEPT EMC-CONVENIO.
            DISPLAY 'CHAVE PIX DA COBRANCA.. '.
            ACCEPT EMC-CHAVE-PIX.
            DISPLAY 'SITUACAO (A=ATIVA I=INATIVA).. '.
            ACCEPT EMC-STATUS.

      *----------------------------------------------------------------
      * A FAIXA SUGERIDA E EMPRESA x 100000 - O NUMERO INICIAL NAO
      * PODE SER MENOR QUE O ULTIMO JA USADO PELA MATRIZ NA MESMA
      * SERIE, SENAO A FILIAL GERARIA UMA NOTA OU FATURA QUE JA
      * EXISTE, NEM SAIR DA FAIXA DA EMPRESA (EMPRESA x 100000 ATE O
      * TETO DA ROTINA SERLIM), SENAO INVADIRIA A FAIXA DE OUTRA
      * FILIAL. SERIE JA ABERTA NAO E MEXIDA.
      *----------------------------------------------------------------
       2150-ABRIR-SERIES.
            MOVE WRK-EMPRESA TO WRK-SERIE-EMP.
            MOVE 'N' TO WRK-SERIE-TIPO.
            MOVE 'NT' TO PCT-CHAVE.
            PERFORM 2160-ABRIR-UMA-SERIE.
            MOVE 'F' TO WRK-SERIE-TIPO.
            MOVE 'FT' TO PCT-CHAVE.
            PERFORM 2160-ABRIR-UMA-SERIE.

       2160-ABRIR-UMA-SERIE.
            READ PED-CONTROLE
                INVALID KEY
                    MOVE ZEROS TO PCT-ULTIMO-NUMERO
            END-READ.
            MOVE PCT-ULTIMO-NUMERO TO WRK-ULTIMO-MATRIZ.
            MOVE WRK-CHAVE-SERIE TO PCT-CHAVE.
            READ PED-CONTROLE
                INVALID KEY
                    COMPUTE WRK-INICIO-SERIE = WRK-EMPRESA * 100000
                    DISPLAY 'PRIMEIRO NUMERO DA SERIE ' WRK-CHAVE-SERIE
                        ' (SUGERIDO ' WRK-INICIO-SERIE ').. '
                    ACCEPT WRK-INICIO-SERIE
                    IF WRK-INICIO-SERIE = ZEROS
                        COMPUTE WRK-INICIO-SERIE = WRK-EMPRESA * 100000
                    END-IF
                    PERFORM 2170-CONFERIR-FAIXA
                    EVALUATE TRUE
                        WHEN WRK-INICIO-SERIE NOT > WRK-ULTIMO-MATRIZ
                            DISPLAY 'NUMERO JA USADO PELA MATRIZ '
                                '(ULTIMO ' WRK-ULTIMO-MATRIZ
                                ') - SERIE ' WRK-CHAVE-SERIE
                                ' NAO ABERTA'
                        WHEN WRK-INICIO-SERIE < WRK-PISO-SERIE
                            OR SERIE-ESGOTADA
                            DISPLAY 'NUMERO FORA DA FAIXA DA '
                                'EMPRESA (' WRK-PISO-SERIE ' A '
                                SLM-LIMITE
                                ') - SERIE ' WRK-CHAVE-SERIE
                                ' NAO ABERTA'
                        WHEN OTHER
                            MOVE WRK-CHAVE-SERIE TO PCT-CHAVE
                            COMPUTE PCT-ULTIMO-NUMERO =
                                WRK-INICIO-SERIE - 1
                            WRITE PCT-REG
                            DISPLAY 'SERIE ' WRK-CHAVE-SERIE
                                ' ABERTA EM ' WRK-INICIO-SERIE
                                ' - TETO ' SLM-LIMITE
                    END-EVALUATE
                NOT INVALID KEY
                    DISPLAY 'SERIE ' WRK-CHAVE-SERIE
                        ' JA ABERTA - ULTIMO ' PCT-ULTIMO-NUMERO
            END-READ.

       2170-CONFERIR-FAIXA.
            COMPUTE WRK-PISO-SERIE = WRK-EMPRESA * 100000.
            MOVE WRK-CHAVE-SERIE TO SLM-SERIE.
            MOVE WRK-INICIO-SERIE TO SLM-NUMERO.
            MOVE 'EMPMANU' TO SLM-PROGRAMA.
            CALL 'SERLIM' USING SERLIM-AREA.

       2200-CONSULTAR.
            DISPLAY 'CODIGO DA EMPRESA.. '.
            ACCEPT WRK-EMPRESA.
            MOVE WRK-EMPRESA TO EMC-CODIGO.
            READ EMPRESAS
                INVALID KEY
                    DISPLAY 'EMPRESA NAO CADASTRADA'
                NOT INVALID KEY
                    PERFORM 2950-EXIBIR-EMPRESA
            END-READ.

       2300-LISTAR.
            MOVE ZEROS TO WRK-QTD-LISTADAS.
            MOVE 'N' TO WRK-EOF-EMPRESAS.
            MOVE ZEROS TO EMC-CODIGO.
            START EMPRESAS KEY IS NOT LESS THAN EMC-CODIGO
                INVALID KEY
                    MOVE 'S' TO WRK-EOF-EMPRESAS
            END-START.
            IF NOT FIM-EMPRESAS
                PERFORM 2310-LER-EMPRESA
                PERFORM 2320-LISTAR-EMPRESA UNTIL FIM-EMPRESAS
            END-IF.
            DISPLAY 'EMPRESAS LISTADAS: ' WRK-QTD-LISTADAS.

       2310-LER-EMPRESA.
            READ EMPRESAS NEXT RECORD
                AT END
                    MOVE 'S' TO WRK-EOF-EMPRESAS
            END-READ.

       2320-LISTAR-EMPRESA.
            DISPLAY EMC-CODIGO ' ' EMC-CNPJ ' ' EMC-RAZAO-SOCIAL
                ' ' EMC-UF ' ' EMC-STATUS.
            ADD 1 TO WRK-QTD-LISTADAS.
            PERFORM 2310-LER-EMPRESA.

       2950-EXIBIR-EMPRESA.
            DISPLAY 'EMPRESA.........: ' EMC-CODIGO.
            DISPLAY 'CNPJ............: ' EMC-CNPJ.
            DISPLAY 'INSCRICAO.......: ' EMC-INSCRICAO.
            DISPLAY 'RAZAO SOCIAL....: ' EMC-RAZAO-SOCIAL.
            DISPLAY 'ENDERECO........: ' EMC-LOGRADOURO.
            DISPLAY 'CIDADE/UF/CEP...: ' EMC-CIDADE ' ' EMC-UF ' '
                EMC-CEP.
            DISPLAY 'COBRANCA........: BANCO ' EMC-BANCO ' AG '
                EMC-AGENCIA ' CONTA ' EMC-CONTA ' CONV '
                EMC-CONVENIO.
            DISPLAY 'CHAVE PIX.......: ' EMC-CHAVE-PIX.
            DISPLAY 'SITUACAO........: ' EMC-STATUS.
            DISPLAY 'ULTIMA ALTERACAO: ' EMC-DATA-ALTERACAO.

       3000-FINALIZAR.
            CLOSE EMPRESAS.
            CLOSE PED-CONTROLE.

       END PROGRAM EMPMANU.
