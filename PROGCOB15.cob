      * 02/09/2026 ABM  Cliente com o status novo PENDENTE (aguarda
      *                 aprovacao do credito no CLIAPROV) tambem
      *                 deixou de aceitar lancamentos.
      * 15/10/2026 ABM  Devolucao de uma venda faturada pelo FATURA
      *                 herda o numero do pedido (SEL-PEDIDO) do
      *                 lancamento original; venda e ajuste digitados
      *                 saem com o campo zerado.
      * 15/10/2026 ABM  Na venda, o cliente com saldo no programa de
      *                 fidelidade pode resgatar pontos como desconto
      *                 (rotina comum PTOLANC); o resgate registra a
      *                 loja, validada no mestre LOJAS, e o razao
      *                 recebe o valor ja liquido do desconto.
      * 15/10/2026 ABM  Pede a empresa/filial da sessao (rotina EMPCHK):
      *                 o periodo contabil conferido e o dela e os
      *                 lancamentos saem com SEL-EMPRESA.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGCOB15.
           SELECT CARTEIRA-HIST ASSIGN TO 'CARTHIST.TXT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-CARTHIS.
           SELECT LOJAS ASSIGN TO 'LOJAS'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LOJ-CODIGO
               FILE STATUS IS WRK-FS-LOJA.
       DATA DIVISION.
       FILE SECTION.
       FD  CLIENTES-MASTER
       FD  CARTEIRA-HIST
           LABEL RECORD IS STANDARD.
           COPY CRHREG.
       FD  LOJAS
           LABEL RECORD IS STANDARD.
           COPY LOJREG.
       WORKING-STORAGE SECTION.
       77 WRK-FS-MASTER    PIC X(02) VALUE '00'.
       77 WRK-FS-LEDGER    PIC X(02) VALUE '00'.
           88 LANC-AJUSTE    VALUE 'A' 'a'.
       77 WRK-REF-DATA  PIC 9(08)    VALUE ZEROS.
       77 WRK-REF-HORA  PIC 9(06)    VALUE ZEROS.
       77 WRK-REF-PEDIDO PIC 9(06)   VALUE ZEROS.
       77 WRK-ORIGEM-OK PIC X(01)    VALUE 'N'.
           88 ORIGEM-OK VALUE 'S'.
       77 WRK-FS-PARAM  PIC X(02)    VALUE '00'.
       77 WRK-USUARIO   PIC X(20)    VALUE SPACES.
       77 WRK-VENDEDOR-OK PIC X(01)  VALUE 'N'.
           88 VENDEDOR-OK VALUE 'S'.
       77 WRK-FS-LOJA   PIC X(02)    VALUE '00'.
       77 WRK-LOJA      PIC 9(03)    VALUE ZEROS.
       77 WRK-LOJA-OK   PIC X(01)    VALUE 'N'.
           88 LOJA-OK   VALUE 'S'.
       77 WRK-PONTOS-MAX PIC 9(07)   VALUE ZEROS.
       77 WRK-PONTOS-RESGATE PIC 9(07) VALUE ZEROS.
       77 WRK-VALOR-PONTOS PIC 9(07)V99 VALUE ZEROS.
       77 WRK-EMPRESA   PIC 9(02)    VALUE ZEROS.
       01 WRK-DATA-HOJE-GRP.
           05 WRK-DATA-HOJE    PIC 9(08) VALUE ZEROS.
           05 WRK-DATA-HOJE-ED REDEFINES WRK-DATA-HOJE.
           COPY TRVREG.
           COPY SESREG.
           COPY PLRREG.
           COPY PTLREG.
           COPY EMKREG.
       PROCEDURE DIVISION.

       0001-PRINCIPAL.
           IF WRK-FS-CARTHIS NOT = '00'
               OPEN OUTPUT CARTEIRA-HIST
           END-IF.
           OPEN INPUT LOJAS.
           IF WRK-FS-LOJA = '35'
               CLOSE LOJAS
               OPEN OUTPUT LOJAS
               CLOSE LOJAS
               OPEN INPUT LOJAS
           END-IF.

      *----------------------------------------------------------------
      * NA PRIMEIRA EXECUCAO (ARQUIVO PARAMS AINDA NAO EXISTE), GRAVA
           MOVE 'PROGCOB15' TO SES-PROGRAMA.
           MOVE 'ENTRADA' TO SES-EVENTO.
           CALL 'SESSLOG' USING SESSLOG-AREA.
           MOVE 'N' TO EMK-RESULTADO.
           PERFORM 0105-PEDIR-EMPRESA UNTIL EMPRESA-OK.
           MOVE WRK-EMPRESA TO PER-EMPRESA.
           MOVE WRK-HOJE-ANO TO PER-ANO.
           MOVE WRK-HOJE-MES TO PER-MES.
           READ PERIODOS
               PERFORM 0110-PEDIR-CLIENTE
           END-IF.

      *----------------------------------------------------------------
      * OS LANCAMENTOS DA SESSAO SAO DA EMPRESA/FILIAL INFORMADA AQUI
      * (MESTRE EMPRESAS) - E O PERIODO CONTABIL CONFERIDO E O DELA.
      *----------------------------------------------------------------
       0105-PEDIR-EMPRESA.
           DISPLAY 'EMPRESA (ENTER = 01 MATRIZ).. '.
           MOVE ZEROS TO WRK-EMPRESA.
           ACCEPT WRK-EMPRESA.
           MOVE WRK-USUARIO TO EMK-USUARIO.
           MOVE WRK-EMPRESA TO EMK-EMPRESA.
           CALL 'EMPCHK' USING EMPCHK-AREA.
           IF EMPRESA-OK
               MOVE EMK-EMPRESA TO WRK-EMPRESA
               DISPLAY 'EMPRESA: ' WRK-EMPRESA ' ' EMK-RAZAO-SOCIAL
           ELSE
               DISPLAY EMK-MOTIVO
           END-IF.

       0110-PEDIR-CLIENTE.
           DISPLAY 'CODIGO DO CLIENTE.. '.
           ACCEPT WRK-CLIENTE-CODIGO.
                   DISPLAY 'DEVOLUCAO NAO GRAVADA'
               END-IF
           ELSE
               IF LANC-VENDA
                   PERFORM 0230-OFERECER-PONTOS
               END-IF
               ADD 1 TO WRK-QTD
               ADD WRK-VENDAS TO WRK-ACUM
               PERFORM 0210-GRAVAR-VENDA
                   MOVE WRK-CLIENTE-CODIGO TO SEL-REF-CLIENTE
                   MOVE WRK-REF-DATA TO SEL-REF-DATA
                   MOVE WRK-REF-HORA TO SEL-REF-HORA
                   MOVE WRK-REF-PEDIDO TO SEL-PEDIDO
               WHEN LANC-AJUSTE
                   MOVE 'A' TO SEL-TIPO
                   MOVE ZEROS TO SEL-REF-ORIGEM
                   MOVE ZEROS TO SEL-PEDIDO
               WHEN OTHER
                   MOVE 'V' TO SEL-TIPO
                   MOVE ZEROS TO SEL-REF-ORIGEM
                   MOVE ZEROS TO SEL-PEDIDO
           END-EVALUATE.
           MOVE WRK-VENDEDOR TO SEL-VENDEDOR.
           MOVE ZEROS TO SEL-LOJA.
           MOVE WRK-EMPRESA TO SEL-EMPRESA.
           WRITE SALES-LEDGER-REG
               INVALID KEY
                   DISPLAY 'ERRO AO GRAVAR VENDA NO RAZAO'
      *----------------------------------------------------------------
      * A DEVOLUCAO SO E ACEITA REFERENCIANDO UMA VENDA QUE EXISTE NO
      * RAZAO (MESMO CLIENTE, DATA E HORA INFORMADAS PELO OPERADOR).
      * A VENDA ORIGINAL PODE SER UM LANCAMENTO DO FATURA - O NUMERO
      * DO PEDIDO SEGUE PARA A DEVOLUCAO.
      *----------------------------------------------------------------
       0220-REFERENCIAR-ORIGEM.
           MOVE 'N' TO WRK-ORIGEM-OK.
           MOVE ZEROS TO WRK-REF-PEDIDO.
           DISPLAY 'DATA DA VENDA ORIGINAL (AAAAMMDD).. '.
           ACCEPT WRK-REF-DATA.
           DISPLAY 'HORA DA VENDA ORIGINAL (HHMMSS).... '.
                       DISPLAY 'LANCAMENTO ORIGINAL JA E DEVOLUCAO'
                   ELSE
                       MOVE 'S' TO WRK-ORIGEM-OK
                       MOVE SEL-PEDIDO TO WRK-REF-PEDIDO
                   END-IF
           END-READ.

      *----------------------------------------------------------------
      * PROGRAMA DE FIDELIDADE - CLIENTE COM SALDO DE PONTOS PODE
      * RESGATAR PONTOS COMO DESCONTO NESTA VENDA. O DESCONTO NUNCA
      * ZERA A VENDA (FICA AO MENOS UM CENTAVO) E O RAZAO RECEBE O
      * VALOR LIQUIDO - O ACUMULO NOTURNO (PTOACUM) SO DA PONTOS SOBRE
      * O QUE FOI PAGO.
      *----------------------------------------------------------------
       0230-OFERECER-PONTOS.
           MOVE 'C' TO PTL-FUNCAO.
           MOVE WRK-CLIENTE-CODIGO TO PTL-CLIENTE.
           CALL 'PTOLANC' USING PTOLANC-AREA.
           IF PTL-SALDO > ZEROS
               AND PTL-VALOR-PONTO > ZEROS
               AND WRK-VENDAS > 0.01
               COMPUTE WRK-VALOR-PONTOS = PTL-SALDO * PTL-VALOR-PONTO
               DISPLAY 'SALDO DE PONTOS: ' PTL-SALDO
                   ' (VALEM ' WRK-VALOR-PONTOS ')'
               DISPLAY 'RESGATAR PONTOS COMO DESCONTO (S/N).. '
               MOVE 'N' TO WRK-CONFIRMA
               ACCEPT WRK-CONFIRMA
               IF WRK-CONFIRMA = 'S' OR WRK-CONFIRMA = 's'
                   PERFORM 0235-RESGATAR-PONTOS
               END-IF
           END-IF.

       0235-RESGATAR-PONTOS.
           COMPUTE WRK-PONTOS-MAX =
               (WRK-VENDAS - 0.01) / PTL-VALOR-PONTO.
           IF WRK-PONTOS-MAX > PTL-SALDO
               MOVE PTL-SALDO TO WRK-PONTOS-MAX
           END-IF.
           DISPLAY 'PONTOS A RESGATAR (MAXIMO ' WRK-PONTOS-MAX ').. '.
           MOVE ZEROS TO WRK-PONTOS-RESGATE.
           ACCEPT WRK-PONTOS-RESGATE.
           IF WRK-PONTOS-RESGATE = ZEROS
               OR WRK-PONTOS-RESGATE > WRK-PONTOS-MAX
               DISPLAY 'QUANTIDADE INVALIDA - RESGATE CANCELADO'
           ELSE
               MOVE 'N' TO WRK-LOJA-OK
               PERFORM 0236-PEDIR-LOJA UNTIL LOJA-OK
               MOVE 'R' TO PTL-FUNCAO
               MOVE WRK-CLIENTE-CODIGO TO PTL-CLIENTE
               ACCEPT PTL-DATA FROM DATE YYYYMMDD
               ACCEPT PTL-HORA FROM TIME
               MOVE WRK-LOJA TO PTL-LOJA
               MOVE WRK-PONTOS-RESGATE TO PTL-PONTOS
               MOVE ZEROS TO PTL-VALOR
               CALL 'PTOLANC' USING PTOLANC-AREA
               IF PTL-FEITO
                   SUBTRACT PTL-VALOR FROM WRK-VENDAS
                   DISPLAY 'DESCONTO DE ' PTL-VALOR ' POR '
                       PTL-PONTOS ' PONTOS - VALOR DA VENDA: '
                       WRK-VENDAS
               ELSE
                   DISPLAY 'RESGATE RECUSADO: ' PTL-MENSAGEM
               END-IF
           END-IF.

       0236-PEDIR-LOJA.
           DISPLAY 'LOJA DO RESGATE (0 = SEM LOJA).. '.
           ACCEPT WRK-LOJA.
           IF WRK-LOJA = ZEROS
               MOVE 'S' TO WRK-LOJA-OK
           ELSE
               MOVE WRK-LOJA TO LOJ-CODIGO
               READ LOJAS
                   INVALID KEY
                       DISPLAY 'LOJA NAO CADASTRADA'
                   NOT INVALID KEY
                       IF LOJA-INATIVA
                           DISPLAY 'LOJA INATIVA'
                       ELSE
                           MOVE 'S' TO WRK-LOJA-OK
                       END-IF
               END-READ
           END-IF.

       0300-FINALIZAR.
            DISPLAY '-------------'.
            DISPLAY 'VALOR TOTAL: ' WRK-ACUM.
            CLOSE VENDEDORES.
            CLOSE CARTEIRA.
            CLOSE CARTEIRA-HIST.
            CLOSE LOJAS.
            MOVE 'F' TO PTL-FUNCAO.
            CALL 'PTOLANC' USING PTOLANC-AREA.


       END PROGRAM PROGCOB15.
