      ******************************************************************
      * Author:  ALEXANDRE BELCHIOR MEDEIROS
      * Date:    15/10/2026
      * Purpose: AUDITORIA MENSAL DE PRECOS FATURADOS - REFAZ, PARA
      *          CADA LINHA FATURADA DO MES, O PRECO QUE DEVERIA TER
      *          SIDO COBRADO (FAIXA DE PRECOTAB PELA QUANTIDADE E O
      *          ACORDO DO CLIENTE VIGENTE NA DATA DO PEDIDO, O MENOR
      *          DOS DOIS) E APONTA A LINHA COBRADA ABAIXO DO ESPERADO,
      *          COM DESCONTO ACIMA DO MAXIMO DO VENDEDOR (VENDEDOR) OU
      *          VENDIDA ABAIXO DO CUSTO PADRAO DO PRODUTO. CADA
      *          APONTAMENTO SAI COM PEDIDO, CLIENTE, VENDEDOR E A
      *          RECEITA CEDIDA, E O RELATORIO FECHA COM O VAZAMENTO
      *          TOTAL POR VENDEDOR E POR PRODUTO. ENTRAM AS LINHAS DOS
      *          PEDIDOS FATURADOS DO MES (PEDITENS) E AS LINHAS DAS
      *          NOTAS AVULSAS DO MES (NOTAITEN) - NOTA LIGADA A PEDIDO
      *          JA ESTA CONTADA PELO PEDIDO. RODA NA CADEIA MENSAL
      *          (CLMENSAL).
      ******************************************************************
      * Modification History:
      * 15/10/2026 ABM  Programa original.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PRCAUDIT.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PED-ITENS ASSIGN TO 'PEDITENS'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS ITN-CHAVE
               FILE STATUS IS WRK-FS-ITENS.
           SELECT PEDIDOS ASSIGN TO 'PEDIDOS'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PED-NUMERO
               FILE STATUS IS WRK-FS-PEDIDO.
           SELECT NOTAS-EMITIDAS ASSIGN TO 'NOTAS'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS NOT-NUMERO
               FILE STATUS IS WRK-FS-NOTAS.
           SELECT NOTA-ITENS ASSIGN TO 'NOTAITEN'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS NTI-CHAVE
               FILE STATUS IS WRK-FS-NOTITEN.
           SELECT PRECO-TABELA ASSIGN TO 'PRECOTAB'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PRC-PRODUTO
               FILE STATUS IS WRK-FS-PRECO.
           SELECT ACORDOS-PRECO ASSIGN TO 'ACORDOS'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ACO-CHAVE
               FILE STATUS IS WRK-FS-ACORDO.
           SELECT PRODUTOS-MASTER ASSIGN TO 'PRODUTOS'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PRO-CODIGO
               FILE STATUS IS WRK-FS-PRODUTO.
           SELECT VENDEDORES ASSIGN TO 'VENDEDOR'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS VEN-CODIGO
               FILE STATUS IS WRK-FS-VENDEDOR.
           SELECT VAZAMENTO-ACUM ASSIGN TO 'PRCTEMP'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TMP-CHAVE
               FILE STATUS IS WRK-FS-TEMP.
           SELECT REL-AUDITORIA ASSIGN TO 'PRCAUDIT.TXT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-REL.
       DATA DIVISION.
       FILE SECTION.
       FD  PED-ITENS
           LABEL RECORD IS STANDARD.
           COPY ITENREG.
       FD  PEDIDOS
           LABEL RECORD IS STANDARD.
           COPY PEDIREG.
       FD  NOTAS-EMITIDAS
           LABEL RECORD IS STANDARD.
           COPY NOTAREG.
       FD  NOTA-ITENS
           LABEL RECORD IS STANDARD.
           COPY NOTIREG.
       FD  PRECO-TABELA
           LABEL RECORD IS STANDARD.
           COPY PRECOREG.
       FD  ACORDOS-PRECO
           LABEL RECORD IS STANDARD.
           COPY ACORREG.
       FD  PRODUTOS-MASTER
           LABEL RECORD IS STANDARD.
           COPY PRODREG.
       FD  VENDEDORES
           LABEL RECORD IS STANDARD.
           COPY VENDREG.
       FD  VAZAMENTO-ACUM
           LABEL RECORD IS STANDARD.
       01 VAZAMENTO-REG.
           05 TMP-CHAVE.
               10 TMP-TIPO         PIC X(01).
               10 TMP-CODIGO       PIC 9(06).
           05 TMP-QTD-LINHAS       PIC 9(05).
           05 TMP-VALOR            PIC 9(11)V99.
       FD  REL-AUDITORIA
           LABEL RECORD IS STANDARD.
       01 REL-LINHA                 PIC X(132).
       WORKING-STORAGE SECTION.
       77 WRK-FS-ITENS     PIC X(02) VALUE '00'.
       77 WRK-FS-PEDIDO    PIC X(02) VALUE '00'.
       77 WRK-FS-NOTAS     PIC X(02) VALUE '00'.
       77 WRK-FS-NOTITEN   PIC X(02) VALUE '00'.
       77 WRK-FS-PRECO     PIC X(02) VALUE '00'.
       77 WRK-FS-ACORDO    PIC X(02) VALUE '00'.
       77 WRK-FS-PRODUTO   PIC X(02) VALUE '00'.
       77 WRK-FS-VENDEDOR  PIC X(02) VALUE '00'.
       77 WRK-FS-TEMP      PIC X(02) VALUE '00'.
       77 WRK-FS-REL       PIC X(02) VALUE '00'.
       77 WRK-EOF-ITENS    PIC X(01) VALUE 'N'.
           88 FIM-ITENS    VALUE 'S'.
       77 WRK-EOF-NOTAS    PIC X(01) VALUE 'N'.
           88 FIM-NOTAS    VALUE 'S'.
       77 WRK-EOF-NOTITEN  PIC X(01) VALUE 'N'.
           88 FIM-NOTITEN  VALUE 'S'.
       77 WRK-EOF-TEMP     PIC X(01) VALUE 'N'.
           88 FIM-TEMP     VALUE 'S'.
       77 WRK-QTD-LIDAS    PIC 9(06) VALUE ZEROS.
       77 WRK-QTD-AUDITADAS PIC 9(06) VALUE ZEROS.
       77 WRK-QTD-APONTADAS PIC 9(06) VALUE ZEROS.
       77 WRK-SUB          PIC 9(01) VALUE ZEROS.
       77 WRK-PRECO-ESPERADO PIC 9(07)V99 VALUE ZEROS.
       77 WRK-PRECO-ACORDO PIC 9(07)V99 VALUE ZEROS.
       77 WRK-CUSTO-LINHA  PIC 9(10)V99 VALUE ZEROS.
       77 WRK-DIFERENCA    PIC 9(10)V99 VALUE ZEROS.
       77 WRK-EXCESSO      PIC 9(10)V99 VALUE ZEROS.
       77 WRK-PERDA-CUSTO  PIC 9(10)V99 VALUE ZEROS.
       77 WRK-VAZAMENTO    PIC 9(10)V99 VALUE ZEROS.
       77 WRK-TOT-VAZAMENTO PIC 9(12)V99 VALUE ZEROS.
       77 WRK-MOTIVO       PIC X(24) VALUE SPACES.
       77 WRK-REFERENCIA   PIC 9(07)V99 VALUE ZEROS.
       77 WRK-VALOR-ED     PIC ZZZZZZZZZ9,99 VALUE ZEROS.
       77 WRK-TOTAL-ED     PIC ZZZZZZZZZZZ9,99 VALUE ZEROS.
       01 WRK-MES-PEDIDO.
           05 WRK-PED-ANO      PIC 9(04) VALUE ZEROS.
           05 WRK-PED-MES      PIC 9(02) VALUE ZEROS.
       01 WRK-DATA-DOC-GRP.
           05 WRK-DATA-DOC     PIC 9(08) VALUE ZEROS.
           05 WRK-DATA-DOC-ED REDEFINES WRK-DATA-DOC.
               10 WRK-DOC-ANO   PIC 9(04).
               10 WRK-DOC-MES   PIC 9(02).
               10 WRK-DOC-DIA   PIC 9(02).
       01 WRK-DATA-HOJE-GRP.
           05 WRK-DATA-HOJE    PIC 9(08) VALUE ZEROS.
           05 WRK-DATA-HOJE-ED REDEFINES WRK-DATA-HOJE.
               10 WRK-HOJE-ANO  PIC 9(04).
               10 WRK-HOJE-MES  PIC 9(02).
               10 WRK-HOJE-DIA  PIC 9(02).
      *----------------------------------------------------------------
      * A LINHA EM AUDITORIA - VINDA DO PEDIDO (PEDITENS) OU DA NOTA
      * AVULSA (NOTAITEN), NO MESMO FORMATO PARA A MESMA CONFERENCIA.
      *----------------------------------------------------------------
       01 WRK-LINHA-AUDITADA.
           05 WRK-AUD-TIPO-DOC     PIC X(06).
           05 WRK-AUD-DOCUMENTO    PIC 9(06).
           05 WRK-AUD-CLIENTE      PIC 9(06).
           05 WRK-AUD-VENDEDOR     PIC 9(04).
           05 WRK-AUD-DATA         PIC 9(08).
           05 WRK-AUD-PRODUTO      PIC 9(06).
           05 WRK-AUD-QUANTIDADE   PIC 9(05).
           05 WRK-AUD-PRECO        PIC 9(07)V99.
           05 WRK-AUD-DESC-PCT     PIC 9(02)V99.
           05 WRK-AUD-TOTAL        PIC 9(09)V99.
           05 WRK-AUD-ORIGEM       PIC X(01).
               88 AUD-PRECO-PROPRIO VALUE 'P' 'C'.
       01 REL-DETALHE.
           05 DET-TIPO-DOC          PIC X(06).
           05 FILLER                PIC X(01) VALUE SPACES.
           05 DET-DOCUMENTO         PIC 9(06).
           05 FILLER                PIC X(02) VALUE SPACES.
           05 DET-CLIENTE           PIC 9(06).
           05 FILLER                PIC X(02) VALUE SPACES.
           05 DET-VENDEDOR          PIC 9(04).
           05 FILLER                PIC X(02) VALUE SPACES.
           05 DET-PRODUTO           PIC 9(06).
           05 FILLER                PIC X(02) VALUE SPACES.
           05 DET-QUANTIDADE        PIC ZZZZ9.
           05 FILLER                PIC X(02) VALUE SPACES.
           05 DET-MOTIVO            PIC X(24).
           05 FILLER                PIC X(02) VALUE SPACES.
           05 DET-PRECO             PIC ZZZZZZ9,99.
           05 FILLER                PIC X(02) VALUE SPACES.
           05 DET-DESCONTO          PIC Z9,99.
           05 FILLER                PIC X(02) VALUE SPACES.
           05 DET-REFERENCIA        PIC ZZZZZZ9,99.
           05 FILLER                PIC X(02) VALUE SPACES.
           05 DET-VALOR             PIC ZZZZZZZZZ9,99.
           COPY REPORTHD.
           COPY JOBLREG.
       PROCEDURE DIVISION.
       0000-PRINCIPAL SECTION.
            PERFORM 1000-INICIAR.
            PERFORM 2010-LER-ITEM.
            PERFORM 2000-AUDITAR-PEDIDOS UNTIL FIM-ITENS.
            PERFORM 3010-LER-NOTA.
            PERFORM 3000-AUDITAR-NOTAS UNTIL FIM-NOTAS.
            PERFORM 6000-IMPRIMIR-VAZAMENTO.
            PERFORM 9000-FINALIZAR.
            STOP RUN.

      *----------------------------------------------------------------
      * O MES DA AUDITORIA VEM DO SYSIN (ANO E MES); ZEROS SIGNIFICA
      * O MES ANTERIOR AO DA EXECUCAO, O CASO NORMAL DA CADEIA
      * MENSAL.
      *----------------------------------------------------------------
       1000-INICIAR.
            MOVE 'PRCAUDIT' TO JBL-PROGRAMA.
            MOVE 'I' TO JBL-EVENTO.
            CALL 'JOBLOG' USING JOBLOG-AREA.
            ACCEPT WRK-PED-ANO.
            ACCEPT WRK-PED-MES.
            ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD.
            IF WRK-PED-ANO = ZEROS OR WRK-PED-MES = ZEROS
                MOVE WRK-HOJE-ANO TO WRK-PED-ANO
                MOVE WRK-HOJE-MES TO WRK-PED-MES
                IF WRK-PED-MES = 01
                    MOVE 12 TO WRK-PED-MES
                    SUBTRACT 1 FROM WRK-PED-ANO
                ELSE
                    SUBTRACT 1 FROM WRK-PED-MES
                END-IF
            END-IF.
            OPEN INPUT PED-ITENS.
            IF WRK-FS-ITENS = '35'
                CLOSE PED-ITENS
                OPEN OUTPUT PED-ITENS
                CLOSE PED-ITENS
                OPEN INPUT PED-ITENS
            END-IF.
            OPEN INPUT PEDIDOS.
            IF WRK-FS-PEDIDO = '35'
                CLOSE PEDIDOS
                OPEN OUTPUT PEDIDOS
                CLOSE PEDIDOS
                OPEN INPUT PEDIDOS
            END-IF.
            OPEN INPUT NOTAS-EMITIDAS.
            IF WRK-FS-NOTAS = '35'
                CLOSE NOTAS-EMITIDAS
                OPEN OUTPUT NOTAS-EMITIDAS
                CLOSE NOTAS-EMITIDAS
                OPEN INPUT NOTAS-EMITIDAS
            END-IF.
            OPEN INPUT NOTA-ITENS.
            IF WRK-FS-NOTITEN = '35'
                CLOSE NOTA-ITENS
                OPEN OUTPUT NOTA-ITENS
                CLOSE NOTA-ITENS
                OPEN INPUT NOTA-ITENS
            END-IF.
            OPEN INPUT PRECO-TABELA.
            IF WRK-FS-PRECO = '35'
                CLOSE PRECO-TABELA
                OPEN OUTPUT PRECO-TABELA
                CLOSE PRECO-TABELA
                OPEN INPUT PRECO-TABELA
            END-IF.
            OPEN INPUT ACORDOS-PRECO.
            IF WRK-FS-ACORDO = '35'
                CLOSE ACORDOS-PRECO
                OPEN OUTPUT ACORDOS-PRECO
                CLOSE ACORDOS-PRECO
                OPEN INPUT ACORDOS-PRECO
            END-IF.
            OPEN INPUT PRODUTOS-MASTER.
            IF WRK-FS-PRODUTO = '35'
                CLOSE PRODUTOS-MASTER
                OPEN OUTPUT PRODUTOS-MASTER
                CLOSE PRODUTOS-MASTER
                OPEN INPUT PRODUTOS-MASTER
            END-IF.
            OPEN INPUT VENDEDORES.
            IF WRK-FS-VENDEDOR = '35'
                CLOSE VENDEDORES
                OPEN OUTPUT VENDEDORES
                CLOSE VENDEDORES
                OPEN INPUT VENDEDORES
            END-IF.
            OPEN OUTPUT VAZAMENTO-ACUM.
            CLOSE VAZAMENTO-ACUM.
            OPEN I-O VAZAMENTO-ACUM.
            OPEN OUTPUT REL-AUDITORIA.
            PERFORM 1100-GRAVAR-CABECALHO.

       1100-GRAVAR-CABECALHO.
            MOVE 1 TO RPT-PAGINA.
            MOVE RPT-PAGINA TO RPT-PAGINA-ED.
            ACCEPT RPT-DATA-EMISSAO FROM DATE YYYYMMDD.
            MOVE SPACES TO REL-LINHA.
            STRING 'AUDITORIA DE PRECOS FATURADOS - MES ' DELIMITED SIZE
                WRK-PED-MES DELIMITED SIZE
                '/' DELIMITED SIZE
                WRK-PED-ANO DELIMITED SIZE
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
            STRING 'DOCUMENTO      CLIENTE VEND  PRODUTO   QTDE  '
                DELIMITED SIZE
                'APONTAMENTO                    COBRADO  DESC'
                DELIMITED SIZE
                '    REFERENCIA   RECEITA CEDIDA' DELIMITED SIZE
                INTO REL-LINHA
            END-STRING.
            WRITE REL-LINHA.
            MOVE SPACES TO REL-LINHA.
            MOVE ALL '-' TO REL-LINHA (1:123).
            WRITE REL-LINHA.

       2010-LER-ITEM.
            READ PED-ITENS NEXT RECORD
                AT END
                    MOVE 'S' TO WRK-EOF-ITENS
            END-READ.
            IF NOT FIM-ITENS
                ADD 1 TO WRK-QTD-LIDAS
            END-IF.

      *----------------------------------------------------------------
      * LINHA DE PEDIDO JA FATURADO (F, EM SEPARACAO OU ENTREGUE) COM
      * A DATA DO PEDIDO NO MES - MESMO CRITERIO DO MARGEM. O
      * VENDEDOR E O DO PEDIDO.
      *----------------------------------------------------------------
       2000-AUDITAR-PEDIDOS.
            MOVE ITN-PEDIDO TO PED-NUMERO.
            READ PEDIDOS
                INVALID KEY
                    CONTINUE
                NOT INVALID KEY
                    PERFORM 2100-TESTAR-PEDIDO
            END-READ.
            PERFORM 2010-LER-ITEM.

       2100-TESTAR-PEDIDO.
            MOVE PED-DATA TO WRK-DATA-DOC.
            IF (PEDIDO-FATURADO OR PEDIDO-SEPARACAO
                OR PEDIDO-ENTREGUE)
                AND WRK-DOC-ANO = WRK-PED-ANO
                AND WRK-DOC-MES = WRK-PED-MES
                MOVE 'PEDIDO'         TO WRK-AUD-TIPO-DOC
                MOVE ITN-PEDIDO       TO WRK-AUD-DOCUMENTO
                MOVE PED-CLIENTE      TO WRK-AUD-CLIENTE
                MOVE PED-VENDEDOR     TO WRK-AUD-VENDEDOR
                MOVE PED-DATA         TO WRK-AUD-DATA
                MOVE ITN-PRODUTO      TO WRK-AUD-PRODUTO
                MOVE ITN-QUANTIDADE   TO WRK-AUD-QUANTIDADE
                MOVE ITN-PRECO-UNIT   TO WRK-AUD-PRECO
                MOVE ITN-DESCONTO-PCT TO WRK-AUD-DESC-PCT
                MOVE ITN-TOTAL        TO WRK-AUD-TOTAL
                MOVE ITN-ORIGEM-PRECO TO WRK-AUD-ORIGEM
                PERFORM 5000-AUDITAR-LINHA
            END-IF.

       3010-LER-NOTA.
            READ NOTAS-EMITIDAS NEXT RECORD
                AT END
                    MOVE 'S' TO WRK-EOF-NOTAS
            END-READ.

      *----------------------------------------------------------------
      * NOTA AVULSA (SEM PEDIDO) ATIVA EMITIDA NO MES - AS LINHAS SAEM
      * DO NOTAITEN. NAO HA VENDEDOR NA NOTA AVULSA (VENDEDOR ZERO:
      * SO O PRECO E O CUSTO SAO CONFERIDOS).
      *----------------------------------------------------------------
       3000-AUDITAR-NOTAS.
            MOVE NOT-DATA TO WRK-DATA-DOC.
            IF NOT-PEDIDO = ZEROS
                AND NOTA-ATIVA
                AND WRK-DOC-ANO = WRK-PED-ANO
                AND WRK-DOC-MES = WRK-PED-MES
                MOVE 'N' TO WRK-EOF-NOTITEN
                MOVE NOT-NUMERO TO NTI-NOTA
                MOVE ZEROS TO NTI-LINHA
                START NOTA-ITENS KEY IS NOT LESS THAN NTI-CHAVE
                    INVALID KEY
                        MOVE 'S' TO WRK-EOF-NOTITEN
                END-START
                IF NOT FIM-NOTITEN
                    PERFORM 3110-LER-LINHA-NOTA
                    PERFORM 3100-TESTAR-LINHA-NOTA UNTIL FIM-NOTITEN
                END-IF
            END-IF.
            PERFORM 3010-LER-NOTA.

       3100-TESTAR-LINHA-NOTA.
            ADD 1 TO WRK-QTD-LIDAS.
            MOVE 'NOTA'             TO WRK-AUD-TIPO-DOC.
            MOVE NOT-NUMERO         TO WRK-AUD-DOCUMENTO.
            MOVE NOT-CLIENTE        TO WRK-AUD-CLIENTE.
            MOVE ZEROS              TO WRK-AUD-VENDEDOR.
            MOVE NOT-DATA           TO WRK-AUD-DATA.
            MOVE NTI-PRODUTO        TO WRK-AUD-PRODUTO.
            MOVE NTI-QUANTIDADE     TO WRK-AUD-QUANTIDADE.
            MOVE NTI-PRECO-UNIT     TO WRK-AUD-PRECO.
            MOVE NTI-DESCONTO-PCT   TO WRK-AUD-DESC-PCT.
            MOVE NTI-TOTAL-LINHA    TO WRK-AUD-TOTAL.
            MOVE NTI-ORIGEM-PRECO   TO WRK-AUD-ORIGEM.
            PERFORM 5000-AUDITAR-LINHA.
            PERFORM 3110-LER-LINHA-NOTA.

       3110-LER-LINHA-NOTA.
            READ NOTA-ITENS NEXT RECORD
                AT END
                    MOVE 'S' TO WRK-EOF-NOTITEN
            END-READ.
            IF NOT FIM-NOTITEN
                IF NTI-NOTA NOT = NOT-NUMERO
                    MOVE 'S' TO WRK-EOF-NOTITEN
                END-IF
            END-IF.

      *----------------------------------------------------------------
      * AS TRES CONFERENCIAS DA LINHA. A RECEITA CEDIDA DA LINHA E A
      * DIFERENCA PARA O PRECO ESPERADO MAIS O DESCONTO DADO ALEM DO
      * LIMITE; SE A PERDA CONTRA O CUSTO PADRAO FOR MAIOR, VALE A
      * PERDA - O MESMO REAL NAO E CONTADO DUAS VEZES NO VAZAMENTO.
      *----------------------------------------------------------------
       5000-AUDITAR-LINHA.
            ADD 1 TO WRK-QTD-AUDITADAS.
            MOVE ZEROS TO WRK-DIFERENCA.
            MOVE ZEROS TO WRK-EXCESSO.
            MOVE ZEROS TO WRK-PERDA-CUSTO.
            PERFORM 5100-CONFERIR-PRECO.
            PERFORM 5200-CONFERIR-DESCONTO.
            PERFORM 5300-CONFERIR-CUSTO.
            COMPUTE WRK-VAZAMENTO = WRK-DIFERENCA + WRK-EXCESSO.
            IF WRK-PERDA-CUSTO > WRK-VAZAMENTO
                MOVE WRK-PERDA-CUSTO TO WRK-VAZAMENTO
            END-IF.
            IF WRK-VAZAMENTO > ZEROS
                ADD 1 TO WRK-QTD-APONTADAS
                ADD WRK-VAZAMENTO TO WRK-TOT-VAZAMENTO
                MOVE 'V' TO TMP-TIPO
                MOVE WRK-AUD-VENDEDOR TO TMP-CODIGO
                PERFORM 5500-SOMAR-VAZAMENTO
                MOVE 'P' TO TMP-TIPO
                MOVE WRK-AUD-PRODUTO TO TMP-CODIGO
                PERFORM 5500-SOMAR-VAZAMENTO
            END-IF.

      *----------------------------------------------------------------
      * PRECO ESPERADO: A FAIXA DE PRECOTAB PELA QUANTIDADE E O ACORDO
      * DO CLIENTE VIGENTE NA DATA DO DOCUMENTO (PRECO ESPECIAL OU
      * DESCONTO SOBRE A FAIXA), O MENOR DOS DOIS - A MESMA REGRA DA
      * DIGITACAO. LINHA DE PROMOCAO OU DE CONTRATO TEM PRECO PROPRIO
      * E NAO E COMPARADA; SEM FAIXA E SEM ACORDO NAO HA ESPERADO.
      *----------------------------------------------------------------
       5100-CONFERIR-PRECO.
            MOVE ZEROS TO WRK-PRECO-ESPERADO.
            IF NOT AUD-PRECO-PROPRIO
                MOVE WRK-AUD-PRODUTO TO PRC-PRODUTO
                READ PRECO-TABELA
                    INVALID KEY
                        CONTINUE
                    NOT INVALID KEY
                        MOVE ZEROS TO WRK-SUB
                        PERFORM 5110-ACHAR-FAIXA UNTIL WRK-SUB >= 3
                            OR WRK-PRECO-ESPERADO NOT = ZEROS
                END-READ
                PERFORM 5120-APLICAR-ACORDO
                IF WRK-PRECO-ESPERADO > WRK-AUD-PRECO
                    COMPUTE WRK-DIFERENCA =
                        (WRK-PRECO-ESPERADO - WRK-AUD-PRECO)
                        * WRK-AUD-QUANTIDADE
                    MOVE 'PRECO ABAIXO DO ESPERADO' TO WRK-MOTIVO
                    MOVE WRK-PRECO-ESPERADO TO WRK-REFERENCIA
                    MOVE WRK-DIFERENCA TO WRK-VALOR-ED
                    PERFORM 5900-IMPRIMIR-APONTAMENTO
                END-IF
            END-IF.

       5110-ACHAR-FAIXA.
            ADD 1 TO WRK-SUB.
            IF WRK-AUD-QUANTIDADE >= PRC-QTD-MIN (WRK-SUB)
               AND WRK-AUD-QUANTIDADE <= PRC-QTD-MAX (WRK-SUB)
                MOVE PRC-PRECO (WRK-SUB) TO WRK-PRECO-ESPERADO
            END-IF.

       5120-APLICAR-ACORDO.
            MOVE ZEROS TO WRK-PRECO-ACORDO.
            MOVE WRK-AUD-CLIENTE TO ACO-CLIENTE.
            MOVE WRK-AUD-PRODUTO TO ACO-PRODUTO.
            READ ACORDOS-PRECO
                INVALID KEY
                    CONTINUE
                NOT INVALID KEY
                    IF WRK-AUD-DATA >= ACO-VALIDADE-INI
                        AND WRK-AUD-DATA <= ACO-VALIDADE-FIM
                        IF ACORDO-PRECO
                            MOVE ACO-PRECO-ESPECIAL
                                TO WRK-PRECO-ACORDO
                        ELSE
                            IF ACORDO-DESCONTO
                                COMPUTE WRK-PRECO-ACORDO =
                                    WRK-PRECO-ESPERADO
                                    * (1 - ACO-PERC-DESCONTO / 100)
                            END-IF
                        END-IF
                    END-IF
            END-READ.
            IF WRK-PRECO-ACORDO NOT = ZEROS
                AND (WRK-PRECO-ACORDO < WRK-PRECO-ESPERADO
                     OR WRK-PRECO-ESPERADO = ZEROS)
                MOVE WRK-PRECO-ACORDO TO WRK-PRECO-ESPERADO
            END-IF.

      *----------------------------------------------------------------
      * DESCONTO DA LINHA ACIMA DO MAXIMO DO VENDEDOR (VEN-DESCONTO-
      * MAX; ZERO = SEM LIMITE CADASTRADO): A RECEITA CEDIDA E SO A
      * PARTE DO DESCONTO QUE PASSOU DO LIMITE.
      *----------------------------------------------------------------
       5200-CONFERIR-DESCONTO.
            IF WRK-AUD-VENDEDOR NOT = ZEROS
                AND WRK-AUD-DESC-PCT > ZEROS
                MOVE WRK-AUD-VENDEDOR TO VEN-CODIGO
                READ VENDEDORES
                    INVALID KEY
                        MOVE ZEROS TO VEN-DESCONTO-MAX
                END-READ
                IF VEN-DESCONTO-MAX > ZEROS
                    AND WRK-AUD-DESC-PCT > VEN-DESCONTO-MAX
                    COMPUTE WRK-EXCESSO =
                        WRK-AUD-PRECO * WRK-AUD-QUANTIDADE
                        * (WRK-AUD-DESC-PCT - VEN-DESCONTO-MAX) / 100
                    MOVE 'DESCONTO ACIMA DO LIMITE' TO WRK-MOTIVO
                    MOVE VEN-DESCONTO-MAX TO WRK-REFERENCIA
                    MOVE WRK-EXCESSO TO WRK-VALOR-ED
                    PERFORM 5900-IMPRIMIR-APONTAMENTO
                END-IF
            END-IF.

      *----------------------------------------------------------------
      * TOTAL DA LINHA ABAIXO DO CUSTO PADRAO DO MESTRE X QUANTIDADE.
      * PRODUTO SEM CUSTO PADRAO CADASTRADO NAO E CONFERIDO.
      *----------------------------------------------------------------
       5300-CONFERIR-CUSTO.
            MOVE WRK-AUD-PRODUTO TO PRO-CODIGO.
            READ PRODUTOS-MASTER
                INVALID KEY
                    MOVE ZEROS TO PRO-CUSTO-PADRAO
            END-READ.
            COMPUTE WRK-CUSTO-LINHA =
                PRO-CUSTO-PADRAO * WRK-AUD-QUANTIDADE.
            IF PRO-CUSTO-PADRAO > ZEROS
                AND WRK-AUD-TOTAL < WRK-CUSTO-LINHA
                COMPUTE WRK-PERDA-CUSTO =
                    WRK-CUSTO-LINHA - WRK-AUD-TOTAL
                MOVE 'ABAIXO DO CUSTO PADRAO' TO WRK-MOTIVO
                MOVE PRO-CUSTO-PADRAO TO WRK-REFERENCIA
                MOVE WRK-PERDA-CUSTO TO WRK-VALOR-ED
                PERFORM 5900-IMPRIMIR-APONTAMENTO
            END-IF.

       5500-SOMAR-VAZAMENTO.
            READ VAZAMENTO-ACUM
                INVALID KEY
                    MOVE ZEROS TO TMP-QTD-LINHAS
                    MOVE ZEROS TO TMP-VALOR
            END-READ.
            ADD 1 TO TMP-QTD-LINHAS.
            ADD WRK-VAZAMENTO TO TMP-VALOR.
            REWRITE VAZAMENTO-REG
                INVALID KEY
                    WRITE VAZAMENTO-REG
            END-REWRITE.

      *----------------------------------------------------------------
      * UMA LINHA DO RELATORIO POR APONTAMENTO - A REFERENCIA E O
      * PRECO ESPERADO, O DESCONTO MAXIMO DO VENDEDOR OU O CUSTO
      * PADRAO UNITARIO, CONFORME O APONTAMENTO.
      *----------------------------------------------------------------
       5900-IMPRIMIR-APONTAMENTO.
            MOVE WRK-AUD-TIPO-DOC   TO DET-TIPO-DOC.
            MOVE WRK-AUD-DOCUMENTO  TO DET-DOCUMENTO.
            MOVE WRK-AUD-CLIENTE    TO DET-CLIENTE.
            MOVE WRK-AUD-VENDEDOR   TO DET-VENDEDOR.
            MOVE WRK-AUD-PRODUTO    TO DET-PRODUTO.
            MOVE WRK-AUD-QUANTIDADE TO DET-QUANTIDADE.
            MOVE WRK-MOTIVO         TO DET-MOTIVO.
            MOVE WRK-AUD-PRECO      TO DET-PRECO.
            MOVE WRK-AUD-DESC-PCT   TO DET-DESCONTO.
            MOVE WRK-REFERENCIA     TO DET-REFERENCIA.
            MOVE WRK-VALOR-ED       TO DET-VALOR.
            MOVE REL-DETALHE TO REL-LINHA.
            WRITE REL-LINHA.

      *----------------------------------------------------------------
      * O ACUMULADOR INDEXADO DEVOLVE PRIMEIRO OS PRODUTOS (P) E
      * DEPOIS OS VENDEDORES (V) - O RELATORIO IMPRIME O VENDEDOR
      * ANTES, POR ISSO SAO DUAS PASSADAS, CADA UMA COM O SEU START.
      *----------------------------------------------------------------
       6000-IMPRIMIR-VAZAMENTO.
            MOVE SPACES TO REL-LINHA.
            WRITE REL-LINHA.
            MOVE 'VAZAMENTO POR VENDEDOR (0000 = NOTA AVULSA):'
                TO REL-LINHA.
            WRITE REL-LINHA.
            MOVE 'V' TO TMP-TIPO.
            PERFORM 6100-LISTAR-TIPO.
            MOVE SPACES TO REL-LINHA.
            WRITE REL-LINHA.
            MOVE 'VAZAMENTO POR PRODUTO:' TO REL-LINHA.
            WRITE REL-LINHA.
            MOVE 'P' TO TMP-TIPO.
            PERFORM 6100-LISTAR-TIPO.
            MOVE SPACES TO REL-LINHA.
            WRITE REL-LINHA.
            MOVE WRK-TOT-VAZAMENTO TO WRK-TOTAL-ED.
            MOVE SPACES TO REL-LINHA.
            STRING 'LINHAS AUDITADAS: ' DELIMITED SIZE
                WRK-QTD-AUDITADAS DELIMITED SIZE
                '  APONTADAS: ' DELIMITED SIZE
                WRK-QTD-APONTADAS DELIMITED SIZE
                '  VAZAMENTO TOTAL DO MES: R$ ' DELIMITED SIZE
                WRK-TOTAL-ED DELIMITED SIZE
                INTO REL-LINHA
            END-STRING.
            WRITE REL-LINHA.

       6100-LISTAR-TIPO.
            MOVE 'N' TO WRK-EOF-TEMP.
            MOVE ZEROS TO TMP-CODIGO.
            START VAZAMENTO-ACUM KEY IS NOT LESS THAN TMP-CHAVE
                INVALID KEY
                    MOVE 'S' TO WRK-EOF-TEMP
            END-START.
            IF NOT FIM-TEMP
                MOVE TMP-TIPO TO WRK-AUD-ORIGEM
                PERFORM 6110-LER-ACUMULADO
                PERFORM 6120-IMPRIMIR-ACUMULADO UNTIL FIM-TEMP
            END-IF.

       6110-LER-ACUMULADO.
            READ VAZAMENTO-ACUM NEXT RECORD
                AT END
                    MOVE 'S' TO WRK-EOF-TEMP
            END-READ.
            IF NOT FIM-TEMP AND TMP-TIPO NOT = WRK-AUD-ORIGEM
                MOVE 'S' TO WRK-EOF-TEMP
            END-IF.

       6120-IMPRIMIR-ACUMULADO.
            MOVE TMP-VALOR TO WRK-TOTAL-ED.
            MOVE SPACES TO REL-LINHA.
            STRING '   ' DELIMITED SIZE
                TMP-CODIGO DELIMITED SIZE
                '  LINHAS ' DELIMITED SIZE
                TMP-QTD-LINHAS DELIMITED SIZE
                '  RECEITA CEDIDA R$ ' DELIMITED SIZE
                WRK-TOTAL-ED DELIMITED SIZE
                INTO REL-LINHA
            END-STRING.
            WRITE REL-LINHA.
            PERFORM 6110-LER-ACUMULADO.

       9000-FINALIZAR.
            CLOSE PED-ITENS.
            CLOSE PEDIDOS.
            CLOSE NOTAS-EMITIDAS.
            CLOSE NOTA-ITENS.
            CLOSE PRECO-TABELA.
            CLOSE ACORDOS-PRECO.
            CLOSE PRODUTOS-MASTER.
            CLOSE VENDEDORES.
            CLOSE VAZAMENTO-ACUM.
            CLOSE REL-AUDITORIA.
            DISPLAY 'AUDITORIA DE PRECOS GRAVADA EM PRCAUDIT.TXT - '
                'LINHAS APONTADAS: ' WRK-QTD-APONTADAS.
            MOVE 'F' TO JBL-EVENTO.
            MOVE ZEROS TO JBL-RETORNO.
            MOVE WRK-QTD-LIDAS TO JBL-LIDOS.
            MOVE WRK-QTD-APONTADAS TO JBL-GRAVADOS.
            CALL 'JOBLOG' USING JOBLOG-AREA.
       END PROGRAM PRCAUDIT.
