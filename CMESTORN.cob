      ******************************************************************
      * Author:  ALEXANDRE BELCHIOR MEDEIROS
      * Date:    15/10/2026
      * Purpose: ROTINA COMUM DE ESTORNO DE COMISSAO POR TITULO -
      *          CHAMADA PELO RECPERDA (BAIXA PARA PERDA E
      *          RECUPERACAO) E PELO NOTACANC (CANCELAMENTO DE NOTA),
      *          COMO A ROTINA JORNAL. O VENDEDOR E O DO PEDIDO DO
      *          TITULO (QUEM GANHOU A VENDA) E A COMISSAO ESTORNADA
      *          E A BASE VEZES O PERCENTUAL DO MESTRE VENDEDOR.
      *          PERDA: AJUSTE NEGATIVO NO RAZAO DE COMISSOES
      *          (COMLEDG) NO MES ABERTO, COM LINHA 'E' EM COMMOV.TXT
      *          REFERENCIANDO A FATURA. CANCELAMENTO: A VENDA JA SAI
      *          DO RAZAO DE VENDAS PELO ESTORNO 'D' E A COMISSAO DO
      *          MES SAI LIQUIDA - SO O REGISTRO EM COMESTOR E GRAVADO,
      *          PARA O RELATORIO (COMESTRL). RECUPERACAO: DEVOLVE A
      *          COMISSAO NA PROPORCAO DO RECUPERADO, LINHA 'V'.
      ******************************************************************
      * Modification History:
      * 15/10/2026 ABM  Programa original.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CMESTORN.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT COM-ESTORNOS ASSIGN TO 'COMESTOR'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CME-FATURA
               FILE STATUS IS WRK-FS-ESTORNO.
           SELECT PEDIDOS ASSIGN TO 'PEDIDOS'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PED-NUMERO
               FILE STATUS IS WRK-FS-PEDIDO.
           SELECT VENDEDORES ASSIGN TO 'VENDEDOR'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS VEN-CODIGO
               FILE STATUS IS WRK-FS-VENDEDOR.
           SELECT COM-LEDGER ASSIGN TO 'COMLEDG'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CML-CHAVE
               FILE STATUS IS WRK-FS-LEDGCOM.
           SELECT COM-MOVTOS ASSIGN TO 'COMMOV.TXT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-COMMOV.
       DATA DIVISION.
       FILE SECTION.
       FD  COM-ESTORNOS
           LABEL RECORD IS STANDARD.
           COPY CMEREG.
       FD  PEDIDOS
           LABEL RECORD IS STANDARD.
           COPY PEDIREG.
       FD  VENDEDORES
           LABEL RECORD IS STANDARD.
           COPY VENDREG.
       FD  COM-LEDGER
           LABEL RECORD IS STANDARD.
           COPY CMLREG.
       FD  COM-MOVTOS
           LABEL RECORD IS STANDARD.
       01 COMMOV-LINHA.
           05 CMV-DATA          PIC 9(08).
           05 FILLER            PIC X(01) VALUE SPACE.
           05 CMV-HORA          PIC 9(06).
           05 FILLER            PIC X(01) VALUE SPACE.
           05 CMV-USUARIO       PIC X(20).
           05 FILLER            PIC X(01) VALUE SPACE.
           05 CMV-VENDEDOR      PIC 9(04).
           05 FILLER            PIC X(01) VALUE SPACE.
           05 CMV-ANO-MES       PIC 9(06).
           05 FILLER            PIC X(01) VALUE SPACE.
           05 CMV-TIPO          PIC X(01).
           05 FILLER            PIC X(01) VALUE SPACE.
           05 CMV-VALOR         PIC S9(09)V99 SIGN LEADING SEPARATE.
           05 FILLER            PIC X(01) VALUE SPACE.
           05 CMV-MOTIVO        PIC X(30).
       WORKING-STORAGE SECTION.
       77 WRK-FS-ESTORNO   PIC X(02) VALUE '00'.
       77 WRK-FS-PEDIDO    PIC X(02) VALUE '00'.
       77 WRK-FS-VENDEDOR  PIC X(02) VALUE '00'.
       77 WRK-FS-LEDGCOM   PIC X(02) VALUE '00'.
       77 WRK-FS-COMMOV    PIC X(02) VALUE '00'.
       77 WRK-EXISTE       PIC X(01) VALUE 'N'.
           88 REGISTRO-EXISTE VALUE 'S'.
       77 WRK-PERC         PIC 9(02)V99 VALUE ZEROS.
       77 WRK-AJUSTE       PIC S9(09)V99 VALUE ZEROS.
       77 WRK-TIPO-MOV     PIC X(01) VALUE SPACE.
       77 WRK-MOTIVO-MOV   PIC X(30) VALUE SPACES.
       01 WRK-MES-ABERTO-GRP.
           05 WRK-MES-ABERTO   PIC 9(06) VALUE ZEROS.
           05 WRK-MES-ABERTO-ED REDEFINES WRK-MES-ABERTO.
               10 WRK-MA-ANO    PIC 9(04).
               10 WRK-MA-MES    PIC 9(02).
       01 WRK-DATA-HOJE-GRP.
           05 WRK-DATA-HOJE    PIC 9(08) VALUE ZEROS.
           05 WRK-DATA-HOJE-ED REDEFINES WRK-DATA-HOJE.
               10 WRK-HOJE-ANO  PIC 9(04).
               10 WRK-HOJE-MES  PIC 9(02).
               10 WRK-HOJE-DIA  PIC 9(02).
       01 WRK-DATA-HORA.
           05 WRK-DH-DATA   PIC 9(08).
           05 WRK-DH-HORA   PIC 9(06).
       LINKAGE SECTION.
           COPY CEAREG.
       PROCEDURE DIVISION USING ESTORNO-AREA.
       0000-PRINCIPAL SECTION.
            MOVE 'N' TO CEA-RETORNO.
            MOVE SPACES TO CEA-MENSAGEM.
            MOVE ZEROS TO CEA-VALOR.
            ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD.
            PERFORM 1000-ABRIR.
            MOVE CEA-FATURA TO CME-FATURA.
            MOVE 'N' TO WRK-EXISTE.
            READ COM-ESTORNOS
                INVALID KEY
                    CONTINUE
                NOT INVALID KEY
                    MOVE 'S' TO WRK-EXISTE
            END-READ.
            EVALUATE TRUE
                WHEN CEA-ESTORNAR
                    PERFORM 2000-ESTORNAR
                WHEN CEA-REVERTER
                    PERFORM 3000-REVERTER
                WHEN OTHER
                    MOVE 'E' TO CEA-RETORNO
                    MOVE 'OPERACAO DE ESTORNO INVALIDA'
                        TO CEA-MENSAGEM
            END-EVALUATE.
            PERFORM 9000-FECHAR.
            GOBACK.

       1000-ABRIR.
            OPEN I-O COM-ESTORNOS.
            IF WRK-FS-ESTORNO = '35'
                CLOSE COM-ESTORNOS
                OPEN OUTPUT COM-ESTORNOS
                CLOSE COM-ESTORNOS
                OPEN I-O COM-ESTORNOS
            END-IF.
            OPEN INPUT PEDIDOS.
            OPEN INPUT VENDEDORES.
            OPEN I-O COM-LEDGER.
            IF WRK-FS-LEDGCOM = '35'
                CLOSE COM-LEDGER
                OPEN OUTPUT COM-LEDGER
                CLOSE COM-LEDGER
                OPEN I-O COM-LEDGER
            END-IF.
            OPEN EXTEND COM-MOVTOS.
            IF WRK-FS-COMMOV NOT = '00'
                OPEN OUTPUT COM-MOVTOS
            END-IF.

      *----------------------------------------------------------------
      * ESTORNO - UM POR TITULO. SEM PEDIDO, SEM VENDEDOR OU COM
      * PERCENTUAL ZERO NAO HOUVE COMISSAO E NADA E GRAVADO.
      *----------------------------------------------------------------
       2000-ESTORNAR.
            IF REGISTRO-EXISTE
                MOVE 'COMISSAO DO TITULO JA ESTORNADA' TO CEA-MENSAGEM
            ELSE
                PERFORM 2100-APURAR-COMISSAO
            END-IF.
            IF CEA-MENSAGEM = SPACES
                MOVE CEA-FATURA    TO CME-FATURA
                MOVE CEA-PEDIDO    TO CME-PEDIDO
                MOVE CEA-CLIENTE   TO CME-CLIENTE
                MOVE PED-VENDEDOR  TO CME-VENDEDOR
                MOVE CEA-ORIGEM    TO CME-ORIGEM
                MOVE CEA-BASE      TO CME-BASE
                MOVE WRK-PERC      TO CME-PERC
                MOVE CEA-VALOR     TO CME-VALOR
                MOVE WRK-DATA-HOJE TO CME-DATA
                MOVE CEA-USUARIO   TO CME-USUARIO
                MOVE 'A'           TO CME-STATUS
                MOVE ZEROS         TO CME-VALOR-REVERTIDO
                MOVE ZEROS         TO CME-REV-ANO-MES
                MOVE ZEROS         TO CME-REV-DATA
                MOVE SPACES        TO CME-REV-USUARIO
                IF ESTORNO-PERDA
                    MOVE 'C' TO CME-LANCAMENTO
                    COMPUTE WRK-AJUSTE = CEA-VALOR * -1
                    MOVE 'E' TO WRK-TIPO-MOV
                    MOVE SPACES TO WRK-MOTIVO-MOV
                    STRING 'ESTORNO PERDA FATURA ' DELIMITED SIZE
                        CEA-FATURA DELIMITED SIZE
                        INTO WRK-MOTIVO-MOV
                    END-STRING
                    PERFORM 4000-POSTAR-AJUSTE
                    MOVE WRK-MES-ABERTO TO CME-ANO-MES
                ELSE
                    MOVE 'V' TO CME-LANCAMENTO
                    MOVE WRK-HOJE-ANO TO WRK-MA-ANO
                    MOVE WRK-HOJE-MES TO WRK-MA-MES
                    MOVE WRK-MES-ABERTO TO CME-ANO-MES
                END-IF
                WRITE COM-ESTORNO-REG
                    INVALID KEY
                        MOVE 'E' TO CEA-RETORNO
                        MOVE 'ERRO AO GRAVAR O ESTORNO DE COMISSAO'
                            TO CEA-MENSAGEM
                    NOT INVALID KEY
                        MOVE 'S' TO CEA-RETORNO
                        MOVE PED-VENDEDOR TO CEA-VENDEDOR
                        MOVE 'COMISSAO ESTORNADA DO VENDEDOR'
                            TO CEA-MENSAGEM
                END-WRITE
            END-IF.

       2100-APURAR-COMISSAO.
            MOVE ZEROS TO WRK-PERC.
            MOVE CEA-PEDIDO TO PED-NUMERO.
            READ PEDIDOS
                INVALID KEY
                    MOVE 'TITULO SEM PEDIDO - SEM COMISSAO'
                        TO CEA-MENSAGEM
                NOT INVALID KEY
                    IF PED-VENDEDOR = ZEROS
                        MOVE 'PEDIDO SEM VENDEDOR - SEM COMISSAO'
                            TO CEA-MENSAGEM
                    END-IF
            END-READ.
            IF CEA-MENSAGEM = SPACES
                MOVE PED-VENDEDOR TO VEN-CODIGO
                READ VENDEDORES
                    INVALID KEY
                        MOVE 'VENDEDOR NAO CADASTRADO - SEM ESTORNO'
                            TO CEA-MENSAGEM
                    NOT INVALID KEY
                        MOVE VEN-PERC-COMISSAO TO WRK-PERC
                END-READ
            END-IF.
            IF CEA-MENSAGEM = SPACES
                COMPUTE CEA-VALOR ROUNDED =
                    CEA-BASE * WRK-PERC / 100
                IF CEA-VALOR = ZEROS
                    MOVE 'COMISSAO ZERO - NADA A ESTORNAR'
                        TO CEA-MENSAGEM
                END-IF
            END-IF.

      *----------------------------------------------------------------
      * RECUPERACAO DE TITULO EM PERDA - A COMISSAO VOLTA NA PROPORCAO
      * DO VALOR RECUPERADO SOBRE A BASE ESTORNADA, SEM PASSAR DO QUE
      * FOI ESTORNADO. SO O ESTORNO LANCADO NO COMLEDG TEM O QUE
      * REVERTER.
      *----------------------------------------------------------------
       3000-REVERTER.
            EVALUATE TRUE
                WHEN NOT REGISTRO-EXISTE
                    MOVE 'TITULO SEM ESTORNO DE COMISSAO'
                        TO CEA-MENSAGEM
                WHEN NOT ESTORNO-ATIVO
                    MOVE 'ESTORNO DE COMISSAO JA REVERTIDO'
                        TO CEA-MENSAGEM
                WHEN NOT LANCADO-COMLEDG
                    MOVE 'ESTORNO SEM LANCAMENTO NO COMLEDG'
                        TO CEA-MENSAGEM
                WHEN OTHER
                    IF CEA-BASE >= CME-BASE
                        COMPUTE CEA-VALOR =
                            CME-VALOR - CME-VALOR-REVERTIDO
                    ELSE
                        COMPUTE CEA-VALOR ROUNDED =
                            CME-VALOR * CEA-BASE / CME-BASE
                        IF CEA-VALOR >
                            CME-VALOR - CME-VALOR-REVERTIDO
                            COMPUTE CEA-VALOR =
                                CME-VALOR - CME-VALOR-REVERTIDO
                        END-IF
                    END-IF
                    IF CEA-VALOR = ZEROS
                        MOVE 'NADA A REVERTER NA COMISSAO'
                            TO CEA-MENSAGEM
                    ELSE
                        PERFORM 3100-EFETIVAR-REVERSAO
                    END-IF
            END-EVALUATE.

       3100-EFETIVAR-REVERSAO.
            MOVE CME-VENDEDOR TO PED-VENDEDOR.
            MOVE CEA-VALOR TO WRK-AJUSTE.
            MOVE 'V' TO WRK-TIPO-MOV.
            MOVE SPACES TO WRK-MOTIVO-MOV.
            STRING 'RECUPERACAO FATURA ' DELIMITED SIZE
                CEA-FATURA DELIMITED SIZE
                INTO WRK-MOTIVO-MOV
            END-STRING.
            PERFORM 4000-POSTAR-AJUSTE.
            ADD CEA-VALOR TO CME-VALOR-REVERTIDO.
            IF CME-VALOR-REVERTIDO >= CME-VALOR
                MOVE 'R' TO CME-STATUS
            END-IF.
            MOVE WRK-MES-ABERTO TO CME-REV-ANO-MES.
            MOVE WRK-DATA-HOJE TO CME-REV-DATA.
            MOVE CEA-USUARIO TO CME-REV-USUARIO.
            REWRITE COM-ESTORNO-REG
                INVALID KEY
                    MOVE 'E' TO CEA-RETORNO
                    MOVE 'ERRO AO GRAVAR A REVERSAO DO ESTORNO'
                        TO CEA-MENSAGEM
                NOT INVALID KEY
                    MOVE 'S' TO CEA-RETORNO
                    MOVE CME-VENDEDOR TO CEA-VENDEDOR
                    MOVE 'COMISSAO DEVOLVIDA AO VENDEDOR'
                        TO CEA-MENSAGEM
            END-REWRITE.

      *----------------------------------------------------------------
      * AJUSTE NO RAZAO DE COMISSOES DO VENDEDOR (PED-VENDEDOR) NO MES
      * ABERTO: O MES DE HOJE OU, SE O COMMANU JA O FECHOU, O
      * SEGUINTE - O EXTRATO PAGO NAO E REESCRITO, COMO NO COMISSAO.
      *----------------------------------------------------------------
       4000-POSTAR-AJUSTE.
            MOVE WRK-HOJE-ANO TO WRK-MA-ANO.
            MOVE WRK-HOJE-MES TO WRK-MA-MES.
            PERFORM 4100-LER-MES.
            IF COMIS-MES-FECHADO
                IF WRK-MA-MES = 12
                    MOVE 01 TO WRK-MA-MES
                    ADD 1 TO WRK-MA-ANO
                ELSE
                    ADD 1 TO WRK-MA-MES
                END-IF
                PERFORM 4100-LER-MES
            END-IF.
            ADD WRK-AJUSTE TO CML-AJUSTES.
            COMPUTE CML-SALDO = CML-SALDO-ANTERIOR
                + CML-GANHO + CML-AJUSTES
                - CML-ADIANTAMENTOS - CML-PAGO-FOLHA.
            REWRITE COM-LEDGER-REG
                INVALID KEY
                    WRITE COM-LEDGER-REG
            END-REWRITE.
            ACCEPT WRK-DH-DATA FROM DATE YYYYMMDD.
            ACCEPT WRK-DH-HORA FROM TIME.
            MOVE WRK-DH-DATA TO CMV-DATA.
            MOVE WRK-DH-HORA TO CMV-HORA.
            MOVE CEA-USUARIO TO CMV-USUARIO.
            MOVE PED-VENDEDOR TO CMV-VENDEDOR.
            MOVE WRK-MES-ABERTO TO CMV-ANO-MES.
            MOVE WRK-TIPO-MOV TO CMV-TIPO.
            MOVE WRK-AJUSTE TO CMV-VALOR.
            MOVE WRK-MOTIVO-MOV TO CMV-MOTIVO.
            WRITE COMMOV-LINHA.

       4100-LER-MES.
            MOVE PED-VENDEDOR TO CML-VENDEDOR.
            MOVE WRK-MES-ABERTO TO CML-ANO-MES.
            READ COM-LEDGER
                INVALID KEY
                    MOVE PED-VENDEDOR TO CML-VENDEDOR
                    MOVE WRK-MES-ABERTO TO CML-ANO-MES
                    MOVE ZEROS TO CML-GANHO
                    MOVE ZEROS TO CML-AJUSTES
                    MOVE ZEROS TO CML-ADIANTAMENTOS
                    MOVE ZEROS TO CML-SALDO-ANTERIOR
                    MOVE ZEROS TO CML-SALDO
                    MOVE 'A' TO CML-STATUS
                    MOVE ZEROS TO CML-PAGO-FOLHA
                    MOVE SPACE TO CML-FOLHA-STATUS
                    MOVE ZEROS TO CML-FOLHA-LOTE
                    MOVE ZEROS TO CML-FOLHA-VALOR
            END-READ.

       9000-FECHAR.
            CLOSE COM-ESTORNOS.
            CLOSE PEDIDOS.
            CLOSE VENDEDORES.
            CLOSE COM-LEDGER.
            CLOSE COM-MOVTOS.

       END PROGRAM CMESTORN.
