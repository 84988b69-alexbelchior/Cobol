      ******************************************************************
      * Author:  ALEXANDRE BELCHIOR MEDEIROS
      * Date:    15/10/2026
      * Purpose: GERACAO DO ARQUIVO DE ENVIO DA NF-E (NFEENVIO.TXT,
      *          LAYOUT FIXO DO TRANSMISSOR EM NFEREG) - CADA NOTA
      *          ATIVA AINDA NAO TRANSMITIDA SAI COM O DESTINATARIO
      *          (DOCUMENTO E ENDERECO DO CLIMAST), AS LINHAS DE
      *          NOTAITEN, O IMPOSTO E OS TOTAIS GRAVADOS NA EMISSAO, E
      *          A NOTA AUTORIZADA QUE FOI CANCELADA DEPOIS (NOTACANC)
      *          SAI COMO PEDIDO DE CANCELAMENTO. A NOTA FICA MARCADA
      *          COMO ENVIADA NO LOTE ATE O RETORNO (NFERET). ACABA A
      *          REDIGITACAO DAS NOTAS NO SOFTWARE TRANSMISSOR.
      *          MODO (SYSIN): N = SO AS NOVAS (CADEIA NOTURNA);
      *          R = AS NOVAS E AS REJEITADAS JA CORRIGIDAS (E OS
      *          CANCELAMENTOS NEGADOS), PARA REENVIO. DEPOIS DO MODO,
      *          A EMPRESA EMITENTE DO LOTE (ZERO = 01 MATRIZ).
      ******************************************************************
      * Modification History:
      * 15/10/2026 ABM  Programa original.
      * 15/10/2026 ABM  Atualiza os totais de controle do NOTAS (rotina
      *                 TOTCTL) a cada nota marcada como enviada.
      * 15/10/2026 ABM  Lote por empresa emitente: a empresa vem do
      *                 SYSIN depois do modo (zero = 01), so as notas
      *                 dela entram no lote e o emitente do header vem
      *                 do mestre EMPRESAS (matriz nao cadastrada usa o
      *                 EMPRREG).
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. NFEEXP.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
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
           SELECT CLIENTES-MASTER ASSIGN TO 'CLIMAST'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CLI-CODIGO
               FILE STATUS IS WRK-FS-MASTER.
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
           SELECT NFE-ENVIO ASSIGN TO 'NFEENVIO.TXT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-ENVIO.
       DATA DIVISION.
       FILE SECTION.
       FD  NOTAS-EMITIDAS
           LABEL RECORD IS STANDARD.
           COPY NOTAREG.
       FD  NOTA-ITENS
           LABEL RECORD IS STANDARD.
           COPY NOTIREG.
       FD  CLIENTES-MASTER
           LABEL RECORD IS STANDARD.
           COPY CLIREG.
       FD  PED-CONTROLE
           LABEL RECORD IS STANDARD.
       01 PCT-REG.
           05 PCT-CHAVE             PIC X(02).
           05 PCT-ULTIMO-NUMERO     PIC 9(06).
       FD  EMPRESAS
           LABEL RECORD IS STANDARD.
           COPY EMCREG.
       FD  NFE-ENVIO
           LABEL RECORD IS STANDARD.
           COPY NFEREG.
       WORKING-STORAGE SECTION.
       77 WRK-FS-NOTAS     PIC X(02) VALUE '00'.
       77 WRK-FS-NOTITEN   PIC X(02) VALUE '00'.
       77 WRK-FS-MASTER    PIC X(02) VALUE '00'.
       77 WRK-FS-PEDCTL    PIC X(02) VALUE '00'.
       77 WRK-FS-ENVIO     PIC X(02) VALUE '00'.
       77 WRK-EOF-NOTAS    PIC X(01) VALUE 'N'.
           88 FIM-NOTAS    VALUE 'S'.
       77 WRK-EOF-ITENS    PIC X(01) VALUE 'N'.
           88 FIM-ITENS    VALUE 'S'.
       77 WRK-MODO         PIC X(01) VALUE 'N'.
           88 MODO-REENVIO VALUE 'R' 'r'.
       77 WRK-DATA-HOJE    PIC 9(08) VALUE ZEROS.
       77 WRK-LOTE         PIC 9(06) VALUE ZEROS.
       77 WRK-QTD-LIDOS    PIC 9(06) VALUE ZEROS.
       77 WRK-QTD-NOTAS    PIC 9(06) VALUE ZEROS.
       77 WRK-QTD-CANCEL   PIC 9(06) VALUE ZEROS.
       77 WRK-QTD-REGISTROS PIC 9(06) VALUE ZEROS.
       77 WRK-QTD-SEM-CLI  PIC 9(06) VALUE ZEROS.
       77 WRK-TOTAL-LOTE   PIC 9(12)V99 VALUE ZEROS.
       77 WRK-FS-EMPRESA   PIC X(02) VALUE '00'.
       77 WRK-EMPRESA      PIC 9(02) VALUE ZEROS.
       77 WRK-EMPRESA-NOTA PIC 9(02) VALUE ZEROS.
           COPY EMPRREG.
           COPY JOBLREG.
           COPY TCAREG.
       PROCEDURE DIVISION.
       0000-PRINCIPAL SECTION.
            PERFORM 1000-INICIAR.
            PERFORM 5010-LER-NOTA.
            PERFORM 2000-PROCESSAR UNTIL FIM-NOTAS.
            PERFORM 3000-FINALIZAR.
            STOP RUN.

       1000-INICIAR.
            MOVE 'NFEEXP' TO JBL-PROGRAMA.
            MOVE 'I' TO JBL-EVENTO.
            CALL 'JOBLOG' USING JOBLOG-AREA.
            DISPLAY 'GERACAO DO ARQUIVO DA NF-E'.
            DISPLAY 'MODO (N=NOVAS R=NOVAS E REJEITADAS).. '.
            ACCEPT WRK-MODO.
            DISPLAY 'EMPRESA EMITENTE (ENTER = 01 MATRIZ).. '.
            ACCEPT WRK-EMPRESA.
            IF WRK-EMPRESA = ZEROS
                MOVE 01 TO WRK-EMPRESA
            END-IF.
            ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD.
            OPEN I-O NOTAS-EMITIDAS.
            IF WRK-FS-NOTAS = '35'
                CLOSE NOTAS-EMITIDAS
                OPEN OUTPUT NOTAS-EMITIDAS
                CLOSE NOTAS-EMITIDAS
                OPEN I-O NOTAS-EMITIDAS
            END-IF.
            OPEN INPUT NOTA-ITENS.
            IF WRK-FS-NOTITEN = '35'
                CLOSE NOTA-ITENS
                OPEN OUTPUT NOTA-ITENS
                CLOSE NOTA-ITENS
                OPEN INPUT NOTA-ITENS
            END-IF.
            OPEN INPUT CLIENTES-MASTER.
            OPEN OUTPUT NFE-ENVIO.
            OPEN I-O PED-CONTROLE.
            IF WRK-FS-PEDCTL = '35'
                CLOSE PED-CONTROLE
                OPEN OUTPUT PED-CONTROLE
                CLOSE PED-CONTROLE
                OPEN I-O PED-CONTROLE
            END-IF.
            PERFORM 1100-GRAVAR-HEADER.

      *----------------------------------------------------------------
      * O NUMERO DO LOTE VEM DO REGISTRO 'NF' DO ARQUIVO DE CONTROLE,
      * COMO A SEQUENCIA DA REMESSA BANCARIA (RECREMES) - O
      * TRANSMISSOR DETECTA LOTE PULADO OU REPETIDO E O RETORNO VOLTA
      * COM O MESMO NUMERO. CADA LOTE E DE UMA EMPRESA EMITENTE - O
      * EMITENTE DO HEADER VEM DO MESTRE EMPRESAS E, PARA A MATRIZ
      * AINDA NAO CADASTRADA LA, DOS VALORES DA INSTALACAO (EMPRREG).
      *----------------------------------------------------------------
       1100-GRAVAR-HEADER.
            MOVE 'NF' TO PCT-CHAVE.
            READ PED-CONTROLE
                INVALID KEY
                    MOVE ZEROS TO PCT-ULTIMO-NUMERO
            END-READ.
            ADD 1 TO PCT-ULTIMO-NUMERO.
            MOVE 'NF' TO PCT-CHAVE.
            REWRITE PCT-REG
                INVALID KEY
                    WRITE PCT-REG
            END-REWRITE.
            MOVE PCT-ULTIMO-NUMERO TO WRK-LOTE.
            MOVE SPACES TO NFE-HEADER.
            MOVE 0                TO NFH-TIPO.
            MOVE WRK-LOTE         TO NFH-LOTE.
            MOVE WRK-DATA-HOJE    TO NFH-DATA-GERACAO.
            MOVE EMP-CNPJ         TO NFH-CNPJ.
            MOVE EMP-INSCRICAO    TO NFH-INSCRICAO.
            MOVE EMP-RAZAO-SOCIAL TO NFH-RAZAO-SOCIAL.
            MOVE EMP-LOGRADOURO   TO NFH-LOGRADOURO.
            MOVE EMP-CIDADE       TO NFH-CIDADE.
            MOVE EMP-UF           TO NFH-UF.
            MOVE EMP-CEP          TO NFH-CEP.
            OPEN INPUT EMPRESAS.
            IF WRK-FS-EMPRESA = '00'
                MOVE WRK-EMPRESA TO EMC-CODIGO
                READ EMPRESAS
                    INVALID KEY
                        IF WRK-EMPRESA NOT = 01
                            DISPLAY 'EMPRESA ' WRK-EMPRESA
                                ' NAO CADASTRADA EM EMPRESAS'
                        END-IF
                    NOT INVALID KEY
                        MOVE EMC-CNPJ         TO NFH-CNPJ
                        MOVE EMC-INSCRICAO    TO NFH-INSCRICAO
                        MOVE EMC-RAZAO-SOCIAL TO NFH-RAZAO-SOCIAL
                        MOVE EMC-LOGRADOURO   TO NFH-LOGRADOURO
                        MOVE EMC-CIDADE       TO NFH-CIDADE
                        MOVE EMC-UF           TO NFH-UF
                        MOVE EMC-CEP          TO NFH-CEP
                END-READ
                CLOSE EMPRESAS
            END-IF.
            WRITE NFE-HEADER.
            ADD 1 TO WRK-QTD-REGISTROS.

      *----------------------------------------------------------------
      * NOTA ATIVA PENDENTE (OU REJEITADA, NO MODO R) VAI PARA
      * AUTORIZACAO; NOTA CANCELADA QUE JA ESTAVA AUTORIZADA VAI COMO
      * PEDIDO DE CANCELAMENTO (O CANCELAMENTO NEGADO VOLTA DO NFERET
      * COM MOTIVO E SO E REENVIADO NO MODO R). NOTA CANCELADA QUE
      * NUNCA FOI AUTORIZADA NAO TEM O QUE TRANSMITIR. NOTA DE OUTRA
      * EMPRESA FICA PARA O LOTE DELA (NOTA SEM EMPRESA E DA 01).
      *----------------------------------------------------------------
       2000-PROCESSAR.
            ADD 1 TO WRK-QTD-LIDOS.
            MOVE NOTA-REG TO TCA-ANTES.
            IF NOT-EMPRESA = ZEROS
                MOVE 01 TO WRK-EMPRESA-NOTA
            ELSE
                MOVE NOT-EMPRESA TO WRK-EMPRESA-NOTA
            END-IF.
            EVALUATE TRUE
                WHEN WRK-EMPRESA-NOTA NOT = WRK-EMPRESA
                    CONTINUE
                WHEN NOTA-ATIVA AND NFE-PENDENTE
                    PERFORM 2100-ENVIAR-NOTA
                WHEN NOTA-ATIVA AND NFE-REJEITADA AND MODO-REENVIO
                    PERFORM 2100-ENVIAR-NOTA
                WHEN NOTA-CANCELADA AND NFE-AUTORIZADA
                    AND NOT-NFE-MOTIVO = SPACES
                    PERFORM 2300-ENVIAR-CANCELAMENTO
                WHEN NOTA-CANCELADA AND NFE-AUTORIZADA AND MODO-REENVIO
                    PERFORM 2300-ENVIAR-CANCELAMENTO
                WHEN OTHER
                    CONTINUE
            END-EVALUATE.
            PERFORM 5010-LER-NOTA.

      *----------------------------------------------------------------
      * SEM O CLIENTE NO CLIMAST NAO HA DESTINATARIO - A NOTA FICA
      * PENDENTE E SAI NA PROXIMA RODADA DEPOIS DO CADASTRO CORRIGIDO.
      *----------------------------------------------------------------
       2100-ENVIAR-NOTA.
            MOVE NOT-CLIENTE TO CLI-CODIGO.
            READ CLIENTES-MASTER
                INVALID KEY
                    DISPLAY 'NOTA ' NOT-NUMERO ' CLIENTE '
                        NOT-CLIENTE ' NAO CADASTRADO - NAO ENVIADA'
                    ADD 1 TO WRK-QTD-SEM-CLI
                NOT INVALID KEY
                    PERFORM 2110-GRAVAR-NOTA
            END-READ.

       2110-GRAVAR-NOTA.
            MOVE SPACES TO NFE-NOTA.
            MOVE 1                 TO NFN-TIPO.
            MOVE NOT-NUMERO        TO NFN-NOTA.
            MOVE NOT-DATA          TO NFN-DATA-EMISSAO.
            MOVE CLI-DOCUMENTO     TO NFN-DEST-DOCUMENTO.
            MOVE CLI-NOME          TO NFN-DEST-NOME.
            MOVE CLI-LOGRADOURO    TO NFN-DEST-LOGRADOURO.
            MOVE CLI-CIDADE        TO NFN-DEST-CIDADE.
            MOVE CLI-UF            TO NFN-DEST-UF.
            MOVE CLI-CEP           TO NFN-DEST-CEP.
            MOVE NOT-MOEDA         TO NFN-MOEDA.
            MOVE NOT-TAXA          TO NFN-TAXA.
            MOVE NOT-TIPO-IMPOSTO  TO NFN-TIPO-IMPOSTO.
            MOVE NOT-ALIQUOTA      TO NFN-ALIQUOTA.
            MOVE NOT-TOTAL-BRL     TO NFN-TOTAL-BASE.
            MOVE NOT-TOTAL-IMPOSTO TO NFN-TOTAL-IMPOSTO.
            COMPUTE NFN-TOTAL-NOTA = NOT-TOTAL-BRL + NOT-TOTAL-IMPOSTO.
            MOVE NOT-QTD-LINHAS    TO NFN-QTD-LINHAS.
            WRITE NFE-NOTA.
            ADD 1 TO WRK-QTD-REGISTROS.
            ADD NFN-TOTAL-NOTA TO WRK-TOTAL-LOTE.
            PERFORM 2200-GRAVAR-ITENS.
            SET NFE-ENVIADA TO TRUE.
            MOVE WRK-LOTE TO NOT-NFE-LOTE.
            MOVE SPACES TO NOT-NFE-MOTIVO.
            REWRITE NOTA-REG.
            IF WRK-FS-NOTAS = '00'
                MOVE 'A' TO TCA-OPERACAO
                PERFORM 8960-CONTROLE-NOTA
            END-IF.
            ADD 1 TO WRK-QTD-NOTAS.

       2200-GRAVAR-ITENS.
            MOVE 'N' TO WRK-EOF-ITENS.
            MOVE NOT-NUMERO TO NTI-NOTA.
            MOVE ZEROS TO NTI-LINHA.
            START NOTA-ITENS KEY IS NOT LESS THAN NTI-CHAVE
                INVALID KEY
                    MOVE 'S' TO WRK-EOF-ITENS
            END-START.
            IF NOT FIM-ITENS
                PERFORM 2210-LER-ITEM
                PERFORM 2220-GRAVAR-ITEM UNTIL FIM-ITENS
            END-IF.

       2210-LER-ITEM.
            READ NOTA-ITENS NEXT RECORD
                AT END
                    MOVE 'S' TO WRK-EOF-ITENS
            END-READ.
            IF NOT FIM-ITENS AND NTI-NOTA NOT = NOT-NUMERO
                MOVE 'S' TO WRK-EOF-ITENS
            END-IF.

       2220-GRAVAR-ITEM.
            MOVE SPACES TO NFE-ITEM.
            MOVE 2                  TO NFI-TIPO.
            MOVE NTI-NOTA           TO NFI-NOTA.
            MOVE NTI-LINHA          TO NFI-LINHA.
            MOVE NTI-PRODUTO        TO NFI-PRODUTO.
            MOVE NTI-DESCRICAO      TO NFI-DESCRICAO.
            MOVE NTI-QUANTIDADE     TO NFI-QUANTIDADE.
            MOVE NTI-PRECO-UNIT     TO NFI-PRECO-UNIT.
            MOVE NTI-DESCONTO-VALOR TO NFI-DESCONTO-VALOR.
            MOVE NTI-TOTAL-LINHA    TO NFI-TOTAL-LINHA.
            MOVE NTI-IMPOSTO-LINHA  TO NFI-IMPOSTO-LINHA.
            WRITE NFE-ITEM.
            ADD 1 TO WRK-QTD-REGISTROS.
            PERFORM 2210-LER-ITEM.

       2300-ENVIAR-CANCELAMENTO.
            MOVE SPACES TO NFE-CANCELAMENTO.
            MOVE 3                  TO NFC-TIPO.
            MOVE NOT-NUMERO         TO NFC-NOTA.
            MOVE NOT-NFE-CHAVE      TO NFC-CHAVE.
            MOVE NOT-NFE-PROTOCOLO  TO NFC-PROTOCOLO.
            MOVE NOT-DATA-CANCEL    TO NFC-DATA-CANCEL.
            MOVE NOT-MOTIVO-CANCEL  TO NFC-MOTIVO.
            WRITE NFE-CANCELAMENTO.
            ADD 1 TO WRK-QTD-REGISTROS.
            SET NFE-CANC-ENVIADO TO TRUE.
            MOVE WRK-LOTE TO NOT-NFE-LOTE.
            MOVE SPACES TO NOT-NFE-MOTIVO.
            REWRITE NOTA-REG.
            IF WRK-FS-NOTAS = '00'
                MOVE 'A' TO TCA-OPERACAO
                PERFORM 8960-CONTROLE-NOTA
            END-IF.
            ADD 1 TO WRK-QTD-CANCEL.

       5010-LER-NOTA.
            READ NOTAS-EMITIDAS NEXT RECORD
                AT END
                    MOVE 'S' TO WRK-EOF-NOTAS
            END-READ.

       3000-FINALIZAR.
            MOVE SPACES TO NFE-TRAILER.
            MOVE 9 TO NFT-TIPO.
            ADD 1 TO WRK-QTD-REGISTROS.
            MOVE WRK-QTD-NOTAS TO NFT-QTD-NOTAS.
            MOVE WRK-QTD-CANCEL TO NFT-QTD-CANCEL.
            MOVE WRK-QTD-REGISTROS TO NFT-QTD-REGISTROS.
            MOVE WRK-TOTAL-LOTE TO NFT-VALOR-TOTAL.
            WRITE NFE-TRAILER.
            CLOSE NOTAS-EMITIDAS.
            CLOSE NOTA-ITENS.
            CLOSE CLIENTES-MASTER.
            CLOSE NFE-ENVIO.
            CLOSE PED-CONTROLE.
            DISPLAY '-------------------------------------------'.
            DISPLAY 'ARQUIVO DA NF-E - LOTE ' WRK-LOTE.
            DISPLAY 'NOTAS LIDAS............: ' WRK-QTD-LIDOS.
            DISPLAY 'NOTAS ENVIADAS.........: ' WRK-QTD-NOTAS.
            DISPLAY 'CANCELAMENTOS ENVIADOS.: ' WRK-QTD-CANCEL.
            DISPLAY 'PENDENTES SEM CLIENTE..: ' WRK-QTD-SEM-CLI.
            DISPLAY 'VALOR TOTAL DO LOTE....: ' WRK-TOTAL-LOTE.
            DISPLAY 'ARQUIVO GRAVADO EM NFEENVIO.TXT'.
            DISPLAY '-------------------------------------------'.
            MOVE 'F' TO JBL-EVENTO.
            MOVE ZEROS TO JBL-RETORNO.
            MOVE WRK-QTD-LIDOS TO JBL-LIDOS.
            COMPUTE JBL-GRAVADOS = WRK-QTD-NOTAS + WRK-QTD-CANCEL.
            CALL 'JOBLOG' USING JOBLOG-AREA.

      *----------------------------------------------------------------
      * TOTAIS DE CONTROLE DO MESTRE (ROTINA COMUM TOTCTL) - A
      * OPERACAO E A IMAGEM DE ANTES VEM PREENCHIDAS PELO CHAMADOR.
      *----------------------------------------------------------------
       8960-CONTROLE-NOTA.
            MOVE 'NOTAS' TO TCA-ARQUIVO.
            MOVE 'NFEEXP' TO TCA-PROGRAMA.
            MOVE NOTA-REG TO TCA-DEPOIS.
            CALL 'TOTCTL' USING TOTCTL-AREA.

       END PROGRAM NFEEXP.
