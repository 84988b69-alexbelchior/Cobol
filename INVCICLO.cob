      *          PRODUTO COM DIVERGENCIA AINDA NAO APROVADA EM OUTRA
      *          CONTAGEM NAO ENTRA NUMA CONTAGEM NOVA - O LIVRO NAO
      *          PODE SER CONTADO DUAS VEZES NO MEIO DE UM ACERTO.
      *          ALEM DA FAIXA DIGITADA, A OPCAO 5 GERA A CONTAGEM DO
      *          DIA PELA AGENDA DA CLASSIFICACAO ABC (PRODABC, MONTADA
      *          NO ESTABC); A APROVACAO CARIMBA EM PRODABC A ULTIMA
      *          CONTAGEM DE CADA PRODUTO CONTADO.
      ******************************************************************
      * Modification History:
      * 02/09/2026 ABM  Programa original.
      * 02/09/2026 ABM  Registra entrada e saida no log de sessoes
      *                 pela rotina comum (CALL 'SESSLOG').
      * 15/10/2026 ABM  Atualiza os totais de controle do ESTOQUE
      *                 (rotina TOTCTL) a cada ajuste de contagem
      *                 postado.
      * 15/10/2026 ABM  Opcao 5 - contagem do dia pela agenda ABC
      *                 (PRODABC), com as atrasadas; a aprovacao grava
      *                 a data e o numero da ultima contagem do produto.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. INVCICLO.
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PRO-CODIGO
               FILE STATUS IS WRK-FS-PRODUTO.
           SELECT PRODUTOS-ABC ASSIGN TO 'PRODABC'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ABC-PRODUTO
               FILE STATUS IS WRK-FS-PRODABC.
           SELECT ESTOQUE-MOVTOS ASSIGN TO 'ESTMOV.TXT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-MOVTOS.
       FD  PRODUTOS-MASTER
           LABEL RECORD IS STANDARD.
           COPY PRODREG.
       FD  PRODUTOS-ABC
           LABEL RECORD IS STANDARD.
           COPY ABCREG.
       FD  ESTOQUE-MOVTOS
           LABEL RECORD IS STANDARD.
           COPY ESTMREG.
       77 WRK-FS-ESTOQUE   PIC X(02) VALUE '00'.
       77 WRK-FS-ESTARMZ   PIC X(02) VALUE '00'.
       77 WRK-FS-PRODUTO   PIC X(02) VALUE '00'.
       77 WRK-FS-PRODABC   PIC X(02) VALUE '00'.
       77 WRK-FS-MOVTOS    PIC X(02) VALUE '00'.
       77 WRK-FS-PEDCTL    PIC X(02) VALUE '00'.
       77 WRK-FS-FOLHA     PIC X(02) VALUE '00'.
       77 WRK-TOTAL-DIV    PIC S9(11)V99 VALUE ZEROS.
       77 WRK-VALOR-ED     PIC -ZZZZZZZZ9,99 VALUE ZEROS.
       77 WRK-CONTAGEM-GUARDA PIC 9(06) VALUE ZEROS.
       77 WRK-EOF-ABC      PIC X(01) VALUE 'N'.
           88 FIM-ABC      VALUE 'S'.
       77 WRK-DATA-HOJE    PIC 9(08) VALUE ZEROS.
       77 WRK-QTD-ATRASADAS PIC 9(05) VALUE ZEROS.
       77 WRK-PRODUTO-INI  PIC 9(06) VALUE ZEROS.
       77 WRK-PRODUTO-FIM  PIC 9(06) VALUE ZEROS.
       01 WRK-DATA-HORA.
           05 WRK-DH-DATA   PIC 9(08).
           05 WRK-DH-HORA   PIC 9(06).
           COPY SESREG.
           COPY TCAREG.
       PROCEDURE DIVISION.
       0000-PRINCIPAL SECTION.
            PERFORM 1000-INICIAR.
                CLOSE PRODUTOS-MASTER
                OPEN INPUT PRODUTOS-MASTER
            END-IF.
            OPEN I-O PRODUTOS-ABC.
            IF WRK-FS-PRODABC = '35'
                CLOSE PRODUTOS-ABC
                OPEN OUTPUT PRODUTOS-ABC
                CLOSE PRODUTOS-ABC
                OPEN I-O PRODUTOS-ABC
            END-IF.
            OPEN EXTEND ESTOQUE-MOVTOS.
            IF WRK-FS-MOVTOS NOT = '00'
                OPEN OUTPUT ESTOQUE-MOVTOS
            DISPLAY '2 - DIGITAR QUANTIDADES CONTADAS'.
            DISPLAY '3 - RELATORIO DE DIVERGENCIAS'.
            DISPLAY '4 - APROVAR E POSTAR DIVERGENCIAS'.
            DISPLAY '5 - GERAR CONTAGEM DO DIA PELA AGENDA ABC'.
            DISPLAY 'X - SAIDA'.
            DISPLAY 'OPCAO.. '.
            ACCEPT WRK-OPCAO.
                    PERFORM 5000-DIVERGENCIAS
                WHEN '4'
                    PERFORM 6000-APROVAR
                WHEN '5'
                    PERFORM 3500-GERAR-AGENDA
                WHEN OTHER
                    IF NOT OPCAO-SAIR
                        DISPLAY 'ENTRE COM OPCAO CORRETA'
      * COM AVISO.
      *----------------------------------------------------------------
       3000-GERAR.
            PERFORM 3010-NUMERAR.
            DISPLAY 'ARMAZEM (00 = SALDO GLOBAL).. '.
            ACCEPT CTG-ARMAZEM.
            DISPLAY 'PRODUTO INICIAL.. '.
                        'CONTFOLH.TXT'
            END-WRITE.

       3010-NUMERAR.
            MOVE 'CG' TO PCT-CHAVE.
            READ PED-CONTROLE
                INVALID KEY
                    MOVE ZEROS TO PCT-ULTIMO-NUMERO
            END-READ.
            ADD 1 TO PCT-ULTIMO-NUMERO.
            MOVE PCT-ULTIMO-NUMERO TO CTG-NUMERO.
            MOVE 'CG' TO PCT-CHAVE.
            REWRITE PCT-REG
                INVALID KEY
                    WRITE PCT-REG
            END-REWRITE.

       3100-GERAR-LINHAS.
            PERFORM 3105-CABECALHO-FOLHA.
            MOVE 'N' TO WRK-EOF-ESTOQUE.
            MOVE CTG-PRODUTO-INI TO EST-PRODUTO.
            START ESTOQUE-SALDO KEY IS NOT LESS THAN EST-PRODUTO
                INVALID KEY
                    MOVE 'S' TO WRK-EOF-ESTOQUE
            END-START.
            IF NOT FIM-ESTOQUE
                PERFORM 3110-LER-ESTOQUE
                PERFORM 3120-GERAR-LINHA UNTIL FIM-ESTOQUE
            END-IF.

       3105-CABECALHO-FOLHA.
            MOVE ZEROS TO WRK-QTD-GERADOS.
            MOVE SPACES TO FOLHA-LINHA.
            STRING 'FOLHA DE CONTAGEM ' DELIMITED SIZE
            WRITE FOLHA-LINHA.
            MOVE SPACES TO FOLHA-LINHA.
            WRITE FOLHA-LINHA.

       3110-LER-ESTOQUE.
            READ ESTOQUE-SALDO NEXT RECORD
            END-IF.

       3120-GERAR-LINHA.
            PERFORM 3125-GRAVAR-LINHA.
            PERFORM 3110-LER-ESTOQUE.

       3125-GRAVAR-LINHA.
            PERFORM 3130-CONFERIR-BLOQUEIO.
            IF PRODUTO-BLOQUEADO
                DISPLAY 'PRODUTO ' EST-PRODUTO ' PRESO EM CONTAGEM '
                END-STRING
                WRITE FOLHA-LINHA
            END-IF.

      *----------------------------------------------------------------
      * UM PRODUTO PRESO EM CONTAGEM ABERTA OU CONTADA (DIVERGENCIA
            END-IF.
            PERFORM 3140-LER-CONTAGEM.

      *----------------------------------------------------------------
      * CONTAGEM DO DIA PELA AGENDA ABC - ENTRA TODO PRODUTO DE
      * PRODABC AGENDADO PARA HOJE OU ANTES E AINDA NAO CONTADO DESDE
      * A AGENDA (AS ATRASADAS VOLTAM ATE SEREM CONTADAS). A LINHA E A
      * FOLHA SAO AS MESMAS DA GERACAO POR FAIXA, COM O MESMO
      * BLOQUEIO DE PRODUTO PRESO EM CONTAGEM NAO FECHADA; A FAIXA DO
      * CABECALHO FICA COM O PRIMEIRO E O ULTIMO PRODUTO GERADOS. SEM
      * NENHUM PRODUTO, A CONTAGEM VAZIA E DESCARTADA.
      *----------------------------------------------------------------
       3500-GERAR-AGENDA.
            PERFORM 3010-NUMERAR.
            DISPLAY 'ARMAZEM (00 = SALDO GLOBAL).. '.
            ACCEPT CTG-ARMAZEM.
            ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD.
            MOVE WRK-DATA-HOJE TO CTG-DATA.
            MOVE ZEROS TO CTG-PRODUTO-INI.
            MOVE 999999 TO CTG-PRODUTO-FIM.
            MOVE 'A' TO CTG-STATUS.
            WRITE CONTAGEM-REG
                INVALID KEY
                    DISPLAY 'ERRO AO GRAVAR CONTAGEM'
                NOT INVALID KEY
                    PERFORM 3510-GERAR-LINHAS-AGENDA
            END-WRITE.

       3510-GERAR-LINHAS-AGENDA.
            PERFORM 3105-CABECALHO-FOLHA.
            MOVE ZEROS TO WRK-QTD-ATRASADAS.
            MOVE ZEROS TO WRK-PRODUTO-INI.
            MOVE ZEROS TO WRK-PRODUTO-FIM.
            MOVE 'N' TO WRK-EOF-ABC.
            MOVE ZEROS TO ABC-PRODUTO.
            START PRODUTOS-ABC KEY IS NOT LESS THAN ABC-PRODUTO
                INVALID KEY
                    MOVE 'S' TO WRK-EOF-ABC
            END-START.
            IF NOT FIM-ABC
                PERFORM 3520-LER-ABC
                PERFORM 3530-TESTAR-AGENDA UNTIL FIM-ABC
            END-IF.
            IF WRK-QTD-GERADOS = ZEROS
                DELETE CONTAGENS RECORD
                    INVALID KEY
                        CONTINUE
                END-DELETE
                MOVE '   NENHUM PRODUTO AGENDADO PARA HOJE'
                    TO FOLHA-LINHA
                WRITE FOLHA-LINHA
                DISPLAY 'NENHUM PRODUTO AGENDADO PARA HOJE - '
                    'CONTAGEM ' CTG-NUMERO ' DESCARTADA'
            ELSE
                MOVE WRK-PRODUTO-INI TO CTG-PRODUTO-INI
                MOVE WRK-PRODUTO-FIM TO CTG-PRODUTO-FIM
                REWRITE CONTAGEM-REG
                    INVALID KEY
                        DISPLAY 'ERRO AO GRAVAR CONTAGEM'
                END-REWRITE
                DISPLAY 'CONTAGEM ' CTG-NUMERO ' GERADA PELA AGENDA '
                    'COM ' WRK-QTD-GERADOS ' PRODUTOS ('
                    WRK-QTD-ATRASADAS ' ATRASADOS) - FOLHAS EM '
                    'CONTFOLH.TXT'
            END-IF.

       3520-LER-ABC.
            READ PRODUTOS-ABC NEXT RECORD
                AT END
                    MOVE 'S' TO WRK-EOF-ABC
            END-READ.

       3530-TESTAR-AGENDA.
            IF ABC-DATA-AGENDA NOT = ZEROS
                AND ABC-DATA-AGENDA NOT > WRK-DATA-HOJE
                AND ABC-DATA-ULT-CONTAGEM < ABC-DATA-AGENDA
                MOVE ABC-PRODUTO TO EST-PRODUTO
                READ ESTOQUE-SALDO
                    INVALID KEY
                        MOVE ABC-PRODUTO TO EST-PRODUTO
                        MOVE ZEROS TO EST-SALDO
                END-READ
                PERFORM 3125-GRAVAR-LINHA
                IF NOT PRODUTO-BLOQUEADO
                    IF WRK-QTD-GERADOS = 1
                        MOVE ABC-PRODUTO TO WRK-PRODUTO-INI
                    END-IF
                    MOVE ABC-PRODUTO TO WRK-PRODUTO-FIM
                    IF ABC-DATA-AGENDA < WRK-DATA-HOJE
                        ADD 1 TO WRK-QTD-ATRASADAS
                    END-IF
                END-IF
            END-IF.
            PERFORM 3520-LER-ABC.

       4000-DIGITAR.
            DISPLAY 'NUMERO DA CONTAGEM.. '.
            ACCEPT WRK-CONTAGEM.
                            MOVE ZEROS TO EST-COMPROMETIDO
                            MOVE ZEROS TO EST-CUSTO-MEDIO
                    END-READ
                    MOVE ESTOQUE-REG TO TCA-ANTES
                    ADD WRK-DIVERGENCIA TO EST-SALDO
                    REWRITE ESTOQUE-REG
                        INVALID KEY
                            WRITE ESTOQUE-REG
                            MOVE 'I' TO TCA-OPERACAO
                        NOT INVALID KEY
                            MOVE 'A' TO TCA-OPERACAO
                    END-REWRITE
                    PERFORM 8940-CONTROLE-ESTOQUE
                    IF CTG-ARMAZEM NOT = ZEROS
                        MOVE CTG-ARMAZEM TO EAR-ARMAZEM
                        MOVE CGI-PRODUTO TO EAR-PRODUTO
                    END-IF
                    PERFORM 6300-GRAVAR-MOVIMENTO
                END-IF
                PERFORM 6400-REGISTRAR-CONTAGEM
            END-IF.
            PERFORM 4110-LER-ITEM.

            MOVE SPACES TO MOV-LOTE.
            WRITE MOVEST-LINHA.

      *----------------------------------------------------------------
      * TODO PRODUTO CONTADO (COM OU SEM DIVERGENCIA) FICA COM A DATA
      * E O NUMERO DA CONTAGEM EM PRODABC - E O QUE TIRA O PRODUTO DA
      * AGENDA PENDENTE. PRODUTO AINDA NAO CLASSIFICADO ENTRA COMO C
      * ATE A PROXIMA RODADA DO ESTABC.
      *----------------------------------------------------------------
       6400-REGISTRAR-CONTAGEM.
            MOVE CGI-PRODUTO TO ABC-PRODUTO.
            READ PRODUTOS-ABC
                INVALID KEY
                    INITIALIZE PRODUTO-ABC-REG
                    MOVE CGI-PRODUTO TO ABC-PRODUTO
                    MOVE 'C' TO ABC-CLASSE
            END-READ.
            MOVE CTG-DATA TO ABC-DATA-ULT-CONTAGEM.
            MOVE CTG-NUMERO TO ABC-ULT-CONTAGEM.
            REWRITE PRODUTO-ABC-REG
                INVALID KEY
                    WRITE PRODUTO-ABC-REG
            END-REWRITE.

      *----------------------------------------------------------------
      * TOTAIS DE CONTROLE DO MESTRE (ROTINA COMUM TOTCTL) - A
      * OPERACAO E A IMAGEM DE ANTES VEM PREENCHIDAS PELO CHAMADOR.
      *----------------------------------------------------------------
       8940-CONTROLE-ESTOQUE.
            MOVE 'ESTOQUE' TO TCA-ARQUIVO.
            MOVE 'INVCICLO' TO TCA-PROGRAMA.
            MOVE ESTOQUE-REG TO TCA-DEPOIS.
            CALL 'TOTCTL' USING TOTCTL-AREA.

       9000-FINALIZAR.
            CLOSE CONTAGENS.
            CLOSE CONTAGEM-ITENS.
            CLOSE ESTOQUE-SALDO.
            CLOSE ESTOQUE-ARMAZEM.
            CLOSE PRODUTOS-MASTER.
            CLOSE PRODUTOS-ABC.
            CLOSE ESTOQUE-MOVTOS.
            CLOSE PED-CONTROLE.
            CLOSE REL-FOLHAS.
