      *                 tipo C), com telefone e email; sem contato
      *                 cadastrado, cai no telefone/email do proprio
      *                 cadastro, como antes.
      * 15/10/2026 ABM  A linha de separacao das cartas traz o codigo do
      *                 cliente (posicao 14), para o corte por
      *                 destinatario do RELDIST.
      * 15/10/2026 ABM  Opcao de envio por email: a carta do cliente vai
      *                 para COBcccccc.TXT e entra na fila EMAILQ.TXT
      *                 (rotina EMAILENF); sem email valido a carta sai
      *                 no CARTACOB.TXT, como antes.
      * 15/10/2026 ABM  Fatura com cobranca Pix ativa (PIXCOB) sai na
      *                 carta com o codigo copia-e-cola para pagamento.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RECCOBRA.
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CNT-CHAVE
               FILE STATUS IS WRK-FS-CONTATO.
           SELECT PIX-COBRANCAS ASSIGN TO 'PIXCOB'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PXC-TXID
               FILE STATUS IS WRK-FS-PIXCOB.
           SELECT WRK-SORTFILE ASSIGN TO 'COBRSORT'.
           SELECT REL-CARTAS ASSIGN TO WRK-NOME-REL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-REL.
       DATA DIVISION.
       FD  CLI-CONTATOS
           LABEL RECORD IS STANDARD.
           COPY CNTREG.
       FD  PIX-COBRANCAS
           LABEL RECORD IS STANDARD.
           COPY PXCREG.
       SD  WRK-SORTFILE.
       01 SORT-REG.
           05 SORT-CLIENTE         PIC 9(06).
           05 SORT-VENCIMENTO      PIC 9(08).
           05 SORT-FATURA          PIC 9(08).
           05 SORT-VALOR-ABERTO    PIC 9(08)V99.
           05 SORT-PIX-TXID        PIC X(35).
       FD  REL-CARTAS
           LABEL RECORD IS STANDARD.
       01 REL-LINHA                 PIC X(80).
           88 FIM-CONTATOS VALUE 'S'.
       77 WRK-TEM-CONTATO  PIC X(01) VALUE 'N'.
           88 TEM-CONTATO  VALUE 'S'.
       77 WRK-NOME-REL     PIC X(20) VALUE 'CARTACOB.TXT'.
       77 WRK-ENVIA-EMAIL  PIC X(01) VALUE 'N'.
           88 ENVIAR-EMAIL VALUE 'S' 's'.
       77 WRK-QTD-EMAIL    PIC 9(06) VALUE ZEROS.
       77 WRK-FS-PIXCOB    PIC X(02) VALUE '00'.
       77 WRK-POS-PIX      PIC 9(03) VALUE ZEROS.
       01 WRK-DATA-HOJE-GRP.
           05 WRK-DATA-HOJE    PIC 9(08) VALUE ZEROS.
           05 WRK-DATA-HOJE-ED REDEFINES WRK-DATA-HOJE.
               10 WRK-VENC-MES  PIC 9(02).
               10 WRK-VENC-DIA  PIC 9(02).
           COPY REPORTHD.
           COPY EMLREG.
       PROCEDURE DIVISION.
       0000-PRINCIPAL SECTION.
            PERFORM 1000-INICIAR.
            DISPLAY 'CARTAS DE COBRANCA DE TITULOS VENCIDOS'.
            DISPLAY 'VENCIDOS HA MAIS DE QUANTOS DIAS.. '.
            ACCEPT WRK-DIAS-MINIMO.
            DISPLAY 'ENVIAR AS CARTAS POR EMAIL (S/N).. '.
            ACCEPT WRK-ENVIA-EMAIL.
            ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD.
            COMPUTE WRK-DIAS-HOJE = (WRK-HOJE-ANO * 360)
                + (WRK-HOJE-MES * 30) + WRK-HOJE-DIA.
                CLOSE CLI-CONTATOS
                OPEN INPUT CLI-CONTATOS
            END-IF.
            OPEN INPUT PIX-COBRANCAS.
            OPEN OUTPUT REL-CARTAS.

      *----------------------------------------------------------------
                    MOVE RCB-DATA-VENCIMENTO TO SORT-VENCIMENTO
                    MOVE RCB-FATURA          TO SORT-FATURA
                    MOVE WRK-VALOR-ABERTO    TO SORT-VALOR-ABERTO
                    MOVE RCB-PIX-TXID        TO SORT-PIX-TXID
                    RELEASE SORT-REG
                END-IF
            END-IF.
                INTO REL-LINHA
            END-STRING.
            WRITE REL-LINHA.
            IF SORT-PIX-TXID NOT = SPACES AND WRK-FS-PIXCOB = '00'
                PERFORM 3030-IMPRIMIR-PIX
            END-IF.
            ADD SORT-VALOR-ABERTO TO WRK-TOTAL-CLIENTE.
            PERFORM 3010-RETORNAR-SORT.

      *----------------------------------------------------------------
      * FATURA COM COBRANCA PIX ATIVA (PIXREMES) SAI COM O CODIGO
      * COPIA-E-COLA LOGO ABAIXO, EM LINHAS DE 60 POSICOES. O CODIGO E
      * PELO SALDO EM ABERTO; JUROS E MULTA DO ATRASO SAO LANCADOS NA
      * CONTA DO CLIENTE QUANDO O PAGAMENTO ENTRA (PIXRET).
      *----------------------------------------------------------------
       3030-IMPRIMIR-PIX.
            MOVE SORT-PIX-TXID TO PXC-TXID.
            READ PIX-COBRANCAS
                INVALID KEY
                    CONTINUE
                NOT INVALID KEY
                    IF PIX-ATIVA
                        MOVE '   PAGUE POR PIX (COPIA E COLA):'
                            TO REL-LINHA
                        WRITE REL-LINHA
                        MOVE 1 TO WRK-POS-PIX
                        PERFORM 3035-LINHA-PIX UNTIL WRK-POS-PIX > 240
                    END-IF
            END-READ.

       3035-LINHA-PIX.
            IF PXC-CODIGO (WRK-POS-PIX:60) NOT = SPACES
                MOVE SPACES TO REL-LINHA
                MOVE PXC-CODIGO (WRK-POS-PIX:60) TO REL-LINHA (4:60)
                WRITE REL-LINHA
            END-IF.
            ADD 60 TO WRK-POS-PIX.

      *----------------------------------------------------------------
      * CARTA POR EMAIL (ROTINA EMAILENF): COM DESTINATARIO VALIDO A
      * CARTA DO CLIENTE SAI NUM ARQUIVO PROPRIO (COBcccccc.TXT), QUE
      * SEGUE COMO ANEXO NA FILA; SEM ELE A CARTA SAI NO CARTACOB.TXT
      * PARA IR PELO CORREIO, COMO SEMPRE FOI.
      *----------------------------------------------------------------
       3050-PREPARAR-EMAIL.
            MOVE 'V' TO EML-FUNCAO.
            MOVE SORT-CLIENTE TO EML-CLIENTE.
            MOVE 'RECCOBRA' TO EML-ORIGEM.
            MOVE 'AVISO DE TITULOS VENCIDOS' TO EML-ASSUNTO.
            MOVE 'COBRANCA' TO EML-MODELO.
            CALL 'EMAILENF' USING EMAILENF-AREA.
            IF EML-ENFILEIRADO
                CLOSE REL-CARTAS
                MOVE SPACES TO WRK-NOME-REL
                STRING 'COB' DELIMITED SIZE
                    SORT-CLIENTE DELIMITED SIZE
                    '.TXT' DELIMITED SIZE
                    INTO WRK-NOME-REL
                END-STRING
                OPEN OUTPUT REL-CARTAS
            END-IF.
            MOVE WRK-NOME-REL TO EML-ANEXO.

      *----------------------------------------------------------------
      * CABECALHO DA CARTA - NOME E ENDERECO DO CLIENTE NO MESMO BLOCO
      * DA ETIQUETA DE MALA-DIRETA, SEGUIDO DO TEXTO DE COBRANCA.
      *----------------------------------------------------------------
       3100-ABRIR-CARTA.
            IF ENVIAR-EMAIL
                PERFORM 3050-PREPARAR-EMAIL
            END-IF.
            MOVE SORT-CLIENTE TO CLI-CODIGO.
            READ CLIENTES-MASTER
                INVALID KEY
            END-READ.
            MOVE SPACES TO REL-LINHA.
            MOVE ALL '=' TO REL-LINHA.
            MOVE ' CLIENTE ' TO REL-LINHA(5:9).
            MOVE SORT-CLIENTE TO REL-LINHA(14:6).
            MOVE SPACE TO REL-LINHA(20:1).
            WRITE REL-LINHA.
            MOVE SPACES TO REL-LINHA.
            MOVE CLI-NOME TO REL-LINHA.
            MOVE SPACES TO REL-LINHA.
            WRITE REL-LINHA.
            MOVE ZEROS TO WRK-TOTAL-CLIENTE.
            IF ENVIAR-EMAIL
                PERFORM 3250-ENFILEIRAR-EMAIL
            ELSE
                ADD 1 TO WRK-QTD-CARTAS
            END-IF.

       3250-ENFILEIRAR-EMAIL.
            IF EML-ENFILEIRADO
                CLOSE REL-CARTAS
                MOVE 'CARTACOB.TXT' TO WRK-NOME-REL
                OPEN EXTEND REL-CARTAS
                ADD 1 TO WRK-QTD-EMAIL
            ELSE
                ADD 1 TO WRK-QTD-CARTAS
            END-IF.
            MOVE 'G' TO EML-FUNCAO.
            CALL 'EMAILENF' USING EMAILENF-AREA.

       4000-FINALIZAR.
            CLOSE CLIENTES-MASTER.
            CLOSE CLI-CONTATOS.
            CLOSE PIX-COBRANCAS.
            CLOSE REL-CARTAS.
            DISPLAY 'CARTAS GRAVADAS EM CARTACOB.TXT: ' WRK-QTD-CARTAS.
            IF ENVIAR-EMAIL
                DISPLAY 'CARTAS NA FILA DE EMAIL (EMAILQ.TXT): '
                    WRK-QTD-EMAIL
            END-IF.

       END PROGRAM RECCOBRA.
