      ******************************************************************
      * Author:  ALEXANDRE BELCHIOR MEDEIROS
      * Date:    15/10/2026
      * Purpose: GERACAO DO ARQUIVO DE REMESSA DE PAGAMENTOS A
      *          FORNECEDOR (LARGURA FIXA, ESTILO CNAB), NO MESMO
      *          FIGURINO DA REMESSA DE COBRANCA (RECREMES) - O
      *          OPERADOR INFORMA A DATA DE PAGAMENTO E SAI UMA LINHA
      *          POR TITULO DE CONTAS A PAGAR (CONTASP) EM ABERTO,
      *          LIBERADO NA CONFERENCIA DE TRES VIAS E VENCIDO ATE
      *          AQUELA DATA, COM BANCO/AGENCIA/CONTA DO FORNECEDOR
      *          E O NUMERO DO TITULO COMO SEU-NUMERO PARA O RETORNO
      *          (PAGRETOR) CASAR. O TITULO REMETIDO FICA MARCADO COM
      *          A SEQUENCIA DA REMESSA E NAO E REMETIDO DE NOVO NEM
      *          BAIXADO A MAO ATE O RETORNO - ACABA A DIGITACAO DOS
      *          PAGAMENTOS NO PORTAL DO BANCO.
      ******************************************************************
      * Modification History:
      * 15/10/2026 ABM  Programa original.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PAGREMES.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CONTAS-A-PAGAR ASSIGN TO 'CONTASP'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS PAG-TITULO
               ALTERNATE RECORD KEY IS PAG-NOTA-CHAVE WITH DUPLICATES
               FILE STATUS IS WRK-FS-PAGAR.
           SELECT FORNECEDORES ASSIGN TO 'FORNECED'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FOR-CODIGO
               FILE STATUS IS WRK-FS-FORNEC.
           SELECT REMESSA-PAGTO ASSIGN TO 'PAGBANCO.TXT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-REMESSA.
           SELECT PED-CONTROLE ASSIGN TO 'PEDCTRL'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PCT-CHAVE
               FILE STATUS IS WRK-FS-PEDCTL.
       DATA DIVISION.
       FILE SECTION.
       FD  CONTAS-A-PAGAR
           LABEL RECORD IS STANDARD.
           COPY CTAPAG.
       FD  FORNECEDORES
           LABEL RECORD IS STANDARD.
           COPY FORREG.
       FD  REMESSA-PAGTO
           LABEL RECORD IS STANDARD.
       01 REMESSA-REG.
           05 REM-TIPO             PIC 9(01).
           05 REM-SEU-NUMERO       PIC 9(08).
           05 REM-FORNECEDOR       PIC 9(04).
           05 REM-DOCUMENTO        PIC X(14).
           05 REM-BANCO            PIC 9(03).
           05 REM-AGENCIA          PIC 9(05).
           05 REM-CONTA-CORR       PIC X(12).
           05 REM-DATA-PAGTO       PIC 9(08).
           05 REM-VALOR            PIC 9(08)V99.
           05 REM-NOTA-FISCAL      PIC 9(09).
           05 REM-PARCELA          PIC 9(02).
           05 FILLER               PIC X(04).
       01 REMESSA-HEADER.
           05 HDR-TIPO             PIC 9(01).
           05 HDR-DATA-GERACAO     PIC 9(08).
           05 HDR-SEQUENCIA        PIC 9(06).
           05 FILLER               PIC X(65).
       01 REMESSA-TRAILER.
           05 TRL-TIPO             PIC 9(01).
           05 TRL-QTD-REGISTROS    PIC 9(06).
           05 TRL-VALOR-TOTAL      PIC 9(10)V99.
           05 FILLER               PIC X(61).
       FD  PED-CONTROLE
           LABEL RECORD IS STANDARD.
       01 PCT-REG.
           05 PCT-CHAVE             PIC X(02).
           05 PCT-ULTIMO-NUMERO     PIC 9(06).
       WORKING-STORAGE SECTION.
       77 WRK-FS-PAGAR     PIC X(02) VALUE '00'.
       77 WRK-FS-FORNEC    PIC X(02) VALUE '00'.
       77 WRK-FS-REMESSA   PIC X(02) VALUE '00'.
       77 WRK-FS-PEDCTL    PIC X(02) VALUE '00'.
       77 WRK-EOF-PAGAR    PIC X(01) VALUE 'N'.
           88 FIM-PAGAR    VALUE 'S'.
       77 WRK-DATA-HOJE    PIC 9(08) VALUE ZEROS.
       77 WRK-DATA-PAGTO   PIC 9(08) VALUE ZEROS.
       77 WRK-SEQUENCIA    PIC 9(06) VALUE ZEROS.
       77 WRK-QTD-LIDOS    PIC 9(06) VALUE ZEROS.
       77 WRK-QTD-REMETIDOS PIC 9(06) VALUE ZEROS.
       77 WRK-QTD-SEM-BANCO PIC 9(06) VALUE ZEROS.
       77 WRK-VALOR-ABERTO PIC 9(08)V99 VALUE ZEROS.
       77 WRK-TOTAL-REMESSA PIC 9(10)V99 VALUE ZEROS.
           COPY JOBLREG.
       PROCEDURE DIVISION.
       0000-PRINCIPAL SECTION.
            PERFORM 1000-INICIAR.
            PERFORM 5010-LER-PAGAR.
            PERFORM 2000-PROCESSAR UNTIL FIM-PAGAR.
            PERFORM 3000-FINALIZAR.
            STOP RUN.

       1000-INICIAR.
            MOVE 'PAGREMES' TO JBL-PROGRAMA.
            MOVE 'I' TO JBL-EVENTO.
            CALL 'JOBLOG' USING JOBLOG-AREA.
            DISPLAY 'GERACAO DE REMESSA DE PAGAMENTOS A FORNECEDOR'.
            ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD.
            DISPLAY 'DATA DO PAGAMENTO (AAAAMMDD, 0 = HOJE).. '.
            ACCEPT WRK-DATA-PAGTO.
            IF WRK-DATA-PAGTO = ZEROS
                MOVE WRK-DATA-HOJE TO WRK-DATA-PAGTO
            END-IF.
            OPEN I-O CONTAS-A-PAGAR.
            OPEN INPUT FORNECEDORES.
            OPEN OUTPUT REMESSA-PAGTO.
            OPEN I-O PED-CONTROLE.
            IF WRK-FS-PEDCTL = '35'
                CLOSE PED-CONTROLE
                OPEN OUTPUT PED-CONTROLE
                CLOSE PED-CONTROLE
                OPEN I-O PED-CONTROLE
            END-IF.
            PERFORM 1100-GRAVAR-HEADER.

      *----------------------------------------------------------------
      * O NUMERO DE SEQUENCIA DA REMESSA DE PAGAMENTOS VEM DO REGISTRO
      * 'RP' DO ARQUIVO DE CONTROLE, SEPARADO DA SEQUENCIA 'RM' DA
      * COBRANCA - O BANCO CONTROLA CADA CONVENIO A PARTE.
      *----------------------------------------------------------------
       1100-GRAVAR-HEADER.
            MOVE 'RP' TO PCT-CHAVE.
            READ PED-CONTROLE
                INVALID KEY
                    MOVE ZEROS TO PCT-ULTIMO-NUMERO
            END-READ.
            ADD 1 TO PCT-ULTIMO-NUMERO.
            MOVE 'RP' TO PCT-CHAVE.
            REWRITE PCT-REG
                INVALID KEY
                    WRITE PCT-REG
            END-REWRITE.
            MOVE PCT-ULTIMO-NUMERO TO WRK-SEQUENCIA.
            MOVE SPACES TO REMESSA-HEADER.
            MOVE 0 TO HDR-TIPO.
            MOVE WRK-DATA-HOJE TO HDR-DATA-GERACAO.
            MOVE WRK-SEQUENCIA TO HDR-SEQUENCIA.
            WRITE REMESSA-HEADER.

      *----------------------------------------------------------------
      * SO TITULO EM ABERTO, COM SALDO, LIBERADO NA CONFERENCIA (SEM
      * DIVERGENCIA OU APROVADO PELO COMPRADOR), FORA DE OUTRA
      * REMESSA E VENCIDO ATE A DATA DO PAGAMENTO - O ATRASADO QUE
      * FICOU PARA TRAS SAI JUNTO. O VALOR REMETIDO E O RESIDUAL
      * (VALOR - PAGO), COMO NA COBRANCA. FORNECEDOR SEM CONTA
      * CADASTRADA FICA DE FORA E E AVISADO NA TELA.
      *----------------------------------------------------------------
       2000-PROCESSAR.
            ADD 1 TO WRK-QTD-LIDOS.
            IF PAGAR-ABERTO
                AND PAGAR-LIBERADO
                AND PAG-REMESSA = ZEROS
                AND PAG-DATA-VENCIMENTO NOT > WRK-DATA-PAGTO
                COMPUTE WRK-VALOR-ABERTO = PAG-VALOR - PAG-VALOR-PAGO
                IF WRK-VALOR-ABERTO > ZEROS
                    PERFORM 2100-LER-FORNECEDOR
                END-IF
            END-IF.
            PERFORM 5010-LER-PAGAR.

       2100-LER-FORNECEDOR.
            MOVE PAG-FORNECEDOR TO FOR-CODIGO.
            READ FORNECEDORES
                INVALID KEY
                    MOVE ZEROS TO FOR-BANCO
            END-READ.
            IF FOR-BANCO = ZEROS
                ADD 1 TO WRK-QTD-SEM-BANCO
                DISPLAY 'TITULO ' PAG-TITULO ' FORNECEDOR '
                    PAG-FORNECEDOR ' SEM CONTA BANCARIA - FORA DA '
                    'REMESSA'
            ELSE
                PERFORM 2200-GRAVAR-DETALHE
            END-IF.

       2200-GRAVAR-DETALHE.
            MOVE SPACES TO REMESSA-REG.
            MOVE 1                   TO REM-TIPO.
            MOVE PAG-TITULO          TO REM-SEU-NUMERO.
            MOVE PAG-FORNECEDOR      TO REM-FORNECEDOR.
            MOVE FOR-DOCUMENTO       TO REM-DOCUMENTO.
            MOVE FOR-BANCO           TO REM-BANCO.
            MOVE FOR-AGENCIA         TO REM-AGENCIA.
            MOVE FOR-CONTA-CORR      TO REM-CONTA-CORR.
            MOVE WRK-DATA-PAGTO      TO REM-DATA-PAGTO.
            MOVE WRK-VALOR-ABERTO    TO REM-VALOR.
            MOVE PAG-NOTA-FISCAL     TO REM-NOTA-FISCAL.
            MOVE PAG-PARCELA         TO REM-PARCELA.
            WRITE REMESSA-REG.
            MOVE WRK-SEQUENCIA TO PAG-REMESSA.
            REWRITE PAGAR-REG
                INVALID KEY
                    DISPLAY 'ERRO AO MARCAR REMESSA NO TITULO '
                        PAG-TITULO
            END-REWRITE.
            ADD 1 TO WRK-QTD-REMETIDOS.
            ADD WRK-VALOR-ABERTO TO WRK-TOTAL-REMESSA.

       5010-LER-PAGAR.
            READ CONTAS-A-PAGAR NEXT RECORD
                AT END
                    MOVE 'S' TO WRK-EOF-PAGAR
            END-READ.

       3000-FINALIZAR.
            MOVE SPACES TO REMESSA-TRAILER.
            MOVE 9 TO TRL-TIPO.
            MOVE WRK-QTD-REMETIDOS TO TRL-QTD-REGISTROS.
            MOVE WRK-TOTAL-REMESSA TO TRL-VALOR-TOTAL.
            WRITE REMESSA-TRAILER.
            CLOSE CONTAS-A-PAGAR.
            CLOSE FORNECEDORES.
            CLOSE REMESSA-PAGTO.
            CLOSE PED-CONTROLE.
            DISPLAY '-------------------------------------------'.
            DISPLAY 'REMESSA DE PAGAMENTOS - RESUMO'.
            DISPLAY 'SEQUENCIA DA REMESSA...: ' WRK-SEQUENCIA.
            DISPLAY 'DATA DO PAGAMENTO......: ' WRK-DATA-PAGTO.
            DISPLAY 'TITULOS LIDOS..........: ' WRK-QTD-LIDOS.
            DISPLAY 'TITULOS NA REMESSA.....: ' WRK-QTD-REMETIDOS.
            DISPLAY 'SEM CONTA BANCARIA.....: ' WRK-QTD-SEM-BANCO.
            DISPLAY 'VALOR TOTAL REMETIDO...: ' WRK-TOTAL-REMESSA.
            DISPLAY 'REMESSA GRAVADA EM PAGBANCO.TXT'.
            DISPLAY '-------------------------------------------'.
            MOVE 'F' TO JBL-EVENTO.
            MOVE ZEROS TO JBL-RETORNO.
            MOVE WRK-QTD-LIDOS TO JBL-LIDOS.
            MOVE WRK-QTD-REMETIDOS TO JBL-GRAVADOS.
            CALL 'JOBLOG' USING JOBLOG-AREA.

       END PROGRAM PAGREMES.
