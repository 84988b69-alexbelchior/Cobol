      *                  formatada do documento inteiro e do programa
      *                  novo NOTAIMP; a opcao R daqui mostra o
      *                  resumo do cabecalho como antes.
      * 15/10/2026  ABM  A nota pode ser ligada ao pedido faturado
      *                  que ela documenta (NOT-PEDIDO; 0 = nota
      *                  avulsa) - e por esse pedido que o
      *                  cancelamento (NOTACANC) chega aos titulos, ao
      *                  estoque e ao razao de vendas. A reimpressao
      *                  resumida mostra o pedido e a nota cancelada.
      * 15/10/2026  ABM  Nota nova nasce com a NF-e pendente de
      *                  transmissao (NOT-NFE-SITUACAO em branco) para
      *                  o NFEEXP gerar o arquivo do transmissor.
      * 15/10/2026  ABM  Nota em USD ligada a pedido marca os titulos
      *                  ainda sem pagamento do pedido em CONTASR com
      *                  a moeda, a taxa da nota e o valor na moeda
      *                  original, base da variacao cambial da baixa.
      * 15/10/2026  ABM  Preco da linha passou a ser o menor entre a
      *                  faixa de PRECOTAB, o acordo do cliente e a
      *                  promocao vigente para produto/UF/segmento
      *                  (rotina comum PROMOBUS); a origem do preco e o
      *                  codigo da promocao vao para NOTAITEN.
      * 15/10/2026  ABM  Atualiza os totais de controle do NOTAS e do
      *                  CONTASR (rotina TOTCTL) na gravacao da nota e
      *                  na marcacao da moeda dos titulos.
      * 15/10/2026  ABM  Cada linha passou a ter todos os impostos
      *                  aplicaveis (ICMS, IPI, PIS, COFINS e ICMS-ST)
      *                  pelas regras tributarias do arquivo REGRATRB
      *                  (imposto, UF de origem da empresa, UF de
      *                  destino do cliente e classe fiscal do produto),
      *                  gravados em NOTAITEN e totalizados por imposto
      *                  em NOTAS. Na primeira execucao as aliquotas da
      *                  TAXAUF viram as regras de ICMS.
      * 15/10/2026  ABM  Nota sai pela empresa do pedido ligado (ou pela
      *                  empresa informada, na nota avulsa), numerada na
      *                  serie da empresa no PEDCTRL ('NT' da matriz,
      *                  'Nn' da filial) e com a UF de origem do
      *                  cadastro EMPRESAS.
      * 15/10/2026  ABM  Numero da nota conferido contra o teto da serie
      *                  (rotina SERLIM): acima do teto a nota nao e
      *                  gravada, e a serie perto do teto gera alerta.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGCOB05.
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PCT-CHAVE
               FILE STATUS IS WRK-FS-PEDCTL.
           SELECT PEDIDOS ASSIGN TO 'PEDIDOS'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PED-NUMERO
               FILE STATUS IS WRK-FS-PEDIDO.
           SELECT CONTAS-A-RECEBER ASSIGN TO 'CONTASR'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RCB-FATURA
               ALTERNATE RECORD KEY IS RCB-PEDIDO WITH DUPLICATES
               FILE STATUS IS WRK-FS-RECEBER.
           SELECT TAXA-TABELA ASSIGN TO 'TAXAUF'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TAX-UF
               FILE STATUS IS WRK-FS-TAXA.
           SELECT REGRAS-TRIBUTO ASSIGN TO 'REGRATRB'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TRB-CHAVE
               FILE STATUS IS WRK-FS-REGRA.
       DATA DIVISION.
       FILE SECTION.
       FD  PRECO-TABELA
       01 PCT-REG.
           05 PCT-CHAVE             PIC X(02).
           05 PCT-ULTIMO-NUMERO     PIC 9(06).
       FD  PEDIDOS
           LABEL RECORD IS STANDARD.
           COPY PEDIREG.
       FD  CONTAS-A-RECEBER
           LABEL RECORD IS STANDARD.
           COPY CTAREC.
       FD  TAXA-TABELA
           LABEL RECORD IS STANDARD.
       01 TAXA-UF-REG.
           05 TAX-UF              PIC X(02).
           05 TAX-TIPO            PIC X(04).
           05 TAX-ALIQUOTA        PIC 9(02)V99.
       FD  REGRAS-TRIBUTO
           LABEL RECORD IS STANDARD.
           COPY TRBREG.
       WORKING-STORAGE SECTION.
       77 WRK-FS-PRECO       PIC X(02)    VALUE '00'.
       77 WRK-FS-PRODUTO     PIC X(02)    VALUE '00'.
       77 WRK-PRODUTO        PIC 9(06)    VALUE ZEROS.
       77 WRK-SUB            PIC 9(02)    VALUE ZEROS.
       77 WRK-PRECO-UNIT     PIC 9(07)V99 VALUE ZEROS.
       77 WRK-PRECO-TABELA   PIC 9(07)V99 VALUE ZEROS.
       77 WRK-PRECO-ACORDO   PIC 9(07)V99 VALUE ZEROS.
       77 WRK-ORIGEM-PRECO   PIC X(01)    VALUE 'T'.
       77 WRK-PROMOCAO       PIC 9(06)    VALUE ZEROS.
       77 WRK-QUANTIDADE     PIC 9(05)    VALUE ZEROS.
       77 WRK-DESCONTO-PCT   PIC 9(02)V99 VALUE ZEROS.
       77 WRK-SUBTOTAL       PIC 9(09)V99 VALUE ZEROS.
       77 WRK-QTD-ITENS      PIC 9(03)    VALUE ZEROS.
       77 WRK-IND-ITEM       PIC 9(03)    VALUE ZEROS.
       77 WRK-DESCRICAO-ITEM PIC X(40)    VALUE SPACES.
       77 WRK-FS-PEDIDO      PIC X(02)    VALUE '00'.
       77 WRK-PEDIDO-NOTA    PIC 9(06)    VALUE ZEROS.
       77 WRK-FS-RECEBER     PIC X(02)    VALUE '00'.
       77 WRK-EOF-TITULOS    PIC X(01)    VALUE 'N'.
           88 FIM-TITULOS    VALUE 'S'.
       77 WRK-QTD-TIT-MOEDA  PIC 9(02)    VALUE ZEROS.
       77 WRK-FS-REGRA       PIC X(02)    VALUE '00'.
       77 WRK-EOF-TAXAS      PIC X(01)    VALUE 'N'.
           88 FIM-TAXAS      VALUE 'S'.
       77 WRK-UF-ORIGEM      PIC X(02)    VALUE SPACES.
       77 WRK-CLASSE-FISCAL  PIC X(04)    VALUE SPACES.
       77 WRK-IND-TRIB       PIC 9(01)    VALUE ZEROS.
       77 WRK-TENTATIVA      PIC 9(01)    VALUE ZEROS.
       77 WRK-REGRA-ACHADA   PIC X(01)    VALUE 'N'.
           88 REGRA-ACHADA   VALUE 'S'.
       77 WRK-BASE-TRIB      PIC 9(09)V99 VALUE ZEROS.
       77 WRK-VALOR-TRIB     PIC S9(09)V99 VALUE ZEROS.
       77 WRK-EMPRESA        PIC 9(02)    VALUE 01.
       77 WRK-SERIE-OK       PIC X(01)    VALUE 'S'.
           88 SERIE-ABERTA   VALUE 'S'.
       01 WRK-SERIE-NOTA.
           05 WRK-SERIE-TIPO PIC X(01)    VALUE 'N'.
           05 WRK-SERIE-EMP  PIC 9(01)    VALUE ZEROS.
      *----------------------------------------------------------------
      * OS IMPOSTOS DA NOTA, SEMPRE NESTA ORDEM NAS LINHAS E NOS
      * TOTAIS (NTI-TRIBUTO/NOT-TRIBUTO) - O ICMS-ST VEM POR ULTIMO
      * PORQUE DESCONTA O ICMS PROPRIO E SOMA O IPI NA BASE.
      *----------------------------------------------------------------
       01 WRK-TRIBUTOS-NOMES.
           05 FILLER             PIC X(20)
                                 VALUE 'ICMSIPI PIS COFIST  '.
       01 WRK-TRIBUTOS-TAB REDEFINES WRK-TRIBUTOS-NOMES.
           05 WRK-TRIB-NOME      PIC X(04) OCCURS 5 TIMES.
       01 WRK-TRIBUTOS-LINHA.
           05 WRK-TRIB-LINHA OCCURS 5 TIMES.
               10 WRK-TL-BASE        PIC 9(09)V99.
               10 WRK-TL-ALIQUOTA    PIC 9(02)V99.
               10 WRK-TL-VALOR       PIC 9(09)V99.
       01 WRK-TRIBUTOS-NOTA.
           05 WRK-TRIB-NOTA OCCURS 5 TIMES.
               10 WRK-TN-BASE        PIC 9(10)V99.
               10 WRK-TN-VALOR       PIC 9(10)V99.
      *----------------------------------------------------------------
      * AS LINHAS DA NOTA FICAM NESTA TABELA DURANTE A DIGITACAO - O
      * NUMERO DA NOTA SO EXISTE NO FECHAMENTO, E AS LINHAS SAO ENTAO
               10 WRK-IT-TOTAL       PIC 9(09)V99.
               10 WRK-IT-IMPOSTO     PIC 9(09)V99.
               10 WRK-IT-TOTAL-MOEDA PIC 9(09)V99.
               10 WRK-IT-ORIGEM      PIC X(01).
               10 WRK-IT-PROMOCAO    PIC 9(06).
               10 WRK-IT-TRIBUTO OCCURS 5 TIMES.
                   15 WRK-IT-TRIB-BASE  PIC 9(09)V99.
                   15 WRK-IT-TRIB-ALIQ  PIC 9(02)V99.
                   15 WRK-IT-TRIB-VALOR PIC 9(09)V99.
           COPY PMBREG.
           COPY TCAREG.
           COPY EMPRREG.
           COPY EMKREG.
           COPY SLMREG.
       PROCEDURE DIVISION.

       0001-PRINCIPAL.
               CLOSE PED-CONTROLE
               OPEN I-O PED-CONTROLE
           END-IF.
           OPEN INPUT PEDIDOS.
           IF WRK-FS-PEDIDO = '35'
               CLOSE PEDIDOS
               OPEN OUTPUT PEDIDOS
               CLOSE PEDIDOS
               OPEN INPUT PEDIDOS
           END-IF.
           OPEN I-O CONTAS-A-RECEBER.
           IF WRK-FS-RECEBER = '35'
               CLOSE CONTAS-A-RECEBER
               OPEN OUTPUT CONTAS-A-RECEBER
               CLOSE CONTAS-A-RECEBER
               OPEN I-O CONTAS-A-RECEBER
           END-IF.
           OPEN I-O TAXA-TABELA.
           IF WRK-FS-TAXA = '35'
               CLOSE TAXA-TABELA
               CLOSE TAXA-TABELA
               OPEN I-O TAXA-TABELA
           END-IF.
           OPEN I-O REGRAS-TRIBUTO.
           IF WRK-FS-REGRA = '35'
               CLOSE REGRAS-TRIBUTO
               OPEN OUTPUT REGRAS-TRIBUTO
               PERFORM 0135-CONVERTER-TAXAS-UF
               CLOSE REGRAS-TRIBUTO
               OPEN I-O REGRAS-TRIBUTO
           END-IF.
           INITIALIZE WRK-TRIBUTOS-NOTA.
           ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD.
           DISPLAY 'EMITIR NOTA OU REIMPRIMIR (E/R).. '.
           ACCEPT WRK-MODO.
           END-READ.
           IF WRK-FS-MASTER = '00'
               DISPLAY 'CLIENTE: ' CLI-NOME
               PERFORM 0150-LIGAR-PEDIDO
               PERFORM 0160-DEFINIR-EMPRESA
           END-IF.
           IF WRK-FS-MASTER = '00' AND SERIE-ABERTA
               PERFORM 0140-BUSCAR-ALIQUOTA-UF
               DISPLAY 'MOEDA DA NOTA (BRL/USD).. '
               ACCEPT WRK-MOEDA-NOTA
           WRITE TAXA-UF-REG.

      *----------------------------------------------------------------
      * NA PRIMEIRA EXECUCAO COM AS REGRAS TRIBUTARIAS (REGRATRB AINDA
      * NAO EXISTE), CADA ALIQUOTA DE ICMS DA TAXAUF VIRA A REGRA DE
      * ICMS DE QUALQUER ORIGEM PARA AQUELA UF, SEM CLASSE - A NOTA
      * CONTINUA SAINDO COM O MESMO ICMS DE ANTES ATE O FISCAL
      * CADASTRAR AS DEMAIS REGRAS NO TRBMANU.
      *----------------------------------------------------------------
       0135-CONVERTER-TAXAS-UF.
           MOVE 'N' TO WRK-EOF-TAXAS.
           MOVE LOW-VALUES TO TAX-UF.
           START TAXA-TABELA KEY IS NOT LESS THAN TAX-UF
               INVALID KEY
                   MOVE 'S' TO WRK-EOF-TAXAS
           END-START.
           IF NOT FIM-TAXAS
               PERFORM 0136-LER-TAXA-UF
               PERFORM 0137-GRAVAR-REGRA-ICMS UNTIL FIM-TAXAS
           END-IF.

       0136-LER-TAXA-UF.
           READ TAXA-TABELA NEXT RECORD
               AT END
                   MOVE 'S' TO WRK-EOF-TAXAS
           END-READ.

       0137-GRAVAR-REGRA-ICMS.
           MOVE 'ICMS'       TO TRB-TIPO.
           MOVE '**'         TO TRB-UF-ORIGEM.
           MOVE TAX-UF       TO TRB-UF-DESTINO.
           MOVE SPACES       TO TRB-CLASSE.
           MOVE TAX-ALIQUOTA TO TRB-ALIQUOTA.
           MOVE ZEROS        TO TRB-REDUCAO-BASE.
           MOVE ZEROS        TO TRB-MVA.
           ACCEPT TRB-DATA-ALTERACAO FROM DATE YYYYMMDD.
           WRITE REGRA-TRIBUTO-REG
               INVALID KEY
                   DISPLAY 'ERRO AO CONVERTER A ALIQUOTA DA UF ' TAX-UF
           END-WRITE.
           PERFORM 0136-LER-TAXA-UF.

      *----------------------------------------------------------------
      * A ORIGEM DA NOTA E A UF DA EMPRESA EMITENTE (CADASTRO
      * EMPRESAS; SEM UF LA, A DO EMPRREG) E O
      * DESTINO E A UF DO CADASTRO DO CLIENTE. A ALIQUOTA DO CABECALHO
      * E A DO ICMS GERAL (SEM CLASSE) DESSE PAR DE UFS - CADA LINHA
      * AINDA TEM SEUS IMPOSTOS PELA CLASSE FISCAL DO PRODUTO.
      *----------------------------------------------------------------
       0140-BUSCAR-ALIQUOTA-UF.
           MOVE ZEROS TO WRK-ALIQUOTA.
           MOVE SPACES TO WRK-TIPO-IMPOSTO.
           IF EMK-UF NOT = SPACES
               MOVE EMK-UF TO WRK-UF-ORIGEM
           ELSE
               IF EMP-UF = SPACES
                   MOVE '**' TO WRK-UF-ORIGEM
               ELSE
                   MOVE EMP-UF TO WRK-UF-ORIGEM
               END-IF
           END-IF.
           MOVE SPACES TO WRK-CLASSE-FISCAL.
           MOVE 1 TO WRK-IND-TRIB.
           PERFORM 0270-BUSCAR-REGRA.
           IF REGRA-ACHADA
               MOVE TRB-ALIQUOTA TO WRK-ALIQUOTA
               MOVE TRB-TIPO     TO WRK-TIPO-IMPOSTO
               DISPLAY 'IMPOSTO ' TRB-TIPO ' DA UF ' CLI-UF
                   ': ' TRB-ALIQUOTA ' %'
           ELSE
               DISPLAY 'SEM REGRA DE ICMS PARA A UF ' CLI-UF
                   ' - LINHAS SEM ICMS, SALVO REGRA POR CLASSE'
           END-IF.

      *----------------------------------------------------------------
      * A NOTA DOCUMENTA UM PEDIDO JA FATURADO DO MESMO CLIENTE (OS
      * TITULOS EM CONTASR SAO DESSE PEDIDO) OU E AVULSA (ZERO).
      * PEDIDO DE OUTRO CLIENTE, AINDA ABERTO OU CANCELADO NAO LIGA -
      * A NOTA SEGUE AVULSA, COM AVISO.
      *----------------------------------------------------------------
       0150-LIGAR-PEDIDO.
           MOVE ZEROS TO WRK-PEDIDO-NOTA.
           DISPLAY 'PEDIDO FATURADO DA NOTA (0 = NOTA AVULSA).. '.
           ACCEPT WRK-PEDIDO-NOTA.
           IF WRK-PEDIDO-NOTA NOT = ZEROS
               MOVE WRK-PEDIDO-NOTA TO PED-NUMERO
               READ PEDIDOS
                   INVALID KEY
                       DISPLAY 'PEDIDO NAO ENCONTRADO - NOTA AVULSA'
                       MOVE ZEROS TO WRK-PEDIDO-NOTA
                   NOT INVALID KEY
                       IF PED-CLIENTE NOT = WRK-CLIENTE-CODIGO
                           DISPLAY 'PEDIDO DE OUTRO CLIENTE - NOTA '
                               'AVULSA'
                           MOVE ZEROS TO WRK-PEDIDO-NOTA
                       ELSE
                           IF PEDIDO-ABERTO OR PEDIDO-CANCELADO
                               DISPLAY 'PEDIDO NAO FATURADO (STATUS '
                                   PED-STATUS ') - NOTA AVULSA'
                               MOVE ZEROS TO WRK-PEDIDO-NOTA
                           END-IF
                       END-IF
               END-READ
           END-IF.

      *----------------------------------------------------------------
      * A NOTA LIGADA A PEDIDO SAI PELA EMPRESA DO PEDIDO (PEDIDO
      * ANTIGO, SEM EMPRESA, E DA MATRIZ 01); A NOTA AVULSA PERGUNTA
      * A EMPRESA EMITENTE. A MATRIZ NUMERA NA CHAVE 'NT' DO PEDCTRL
      * E CADA FILIAL NA SUA SERIE 'Nn', ABERTA NO EMPMANU - SEM A
      * SERIE ABERTA A NOTA NAO E EMITIDA.
      *----------------------------------------------------------------
       0160-DEFINIR-EMPRESA.
           MOVE SPACES TO EMK-USUARIO.
           IF WRK-PEDIDO-NOTA NOT = ZEROS
               IF PED-EMPRESA = ZEROS
                   MOVE 01 TO WRK-EMPRESA
               ELSE
                   MOVE PED-EMPRESA TO WRK-EMPRESA
               END-IF
               MOVE WRK-EMPRESA TO EMK-EMPRESA
               CALL 'EMPCHK' USING EMPCHK-AREA
               IF EMPRESA-NEGADA
                   DISPLAY 'EMPRESA ' WRK-EMPRESA ' DO PEDIDO: '
                       EMK-MOTIVO
               END-IF
           ELSE
               MOVE 'N' TO EMK-RESULTADO
               PERFORM 0165-PEDIR-EMPRESA UNTIL EMPRESA-OK
           END-IF.
           MOVE 'S' TO WRK-SERIE-OK.
           IF WRK-EMPRESA = 01
               MOVE 'NT' TO WRK-SERIE-NOTA
           ELSE
               MOVE 'N' TO WRK-SERIE-TIPO
               MOVE WRK-EMPRESA TO WRK-SERIE-EMP
               MOVE WRK-SERIE-NOTA TO PCT-CHAVE
               READ PED-CONTROLE
                   INVALID KEY
                       MOVE 'N' TO WRK-SERIE-OK
                       DISPLAY 'EMPRESA ' WRK-EMPRESA ' SEM SERIE DE '
                           'NOTAS NO PEDCTRL (EMPMANU) - NOTA NAO '
                           'EMITIDA'
               END-READ
           END-IF.

       0165-PEDIR-EMPRESA.
           MOVE ZEROS TO WRK-EMPRESA.
           DISPLAY 'EMPRESA EMITENTE (ENTER = 01 MATRIZ).. '.
           ACCEPT WRK-EMPRESA.
           IF WRK-EMPRESA = ZEROS
               MOVE 01 TO WRK-EMPRESA
           END-IF.
           MOVE WRK-EMPRESA TO EMK-EMPRESA.
           CALL 'EMPCHK' USING EMPCHK-AREA.
           IF EMPRESA-NEGADA
               DISPLAY 'EMPRESA ' WRK-EMPRESA ': ' EMK-MOTIVO
           END-IF.

      *----------------------------------------------------------------
      * SEM TAXA DE CAMBIO CADASTRADA PARA HOJE NAO HA CONVERSAO
                   GIVING WRK-TOTAL-LINHA
               DISPLAY 'TOTAL DO ITEM: ' WRK-TOTAL-LINHA

      *************IMPOSTOS DA LINHA PELAS REGRAS TRIBUTARIAS*******
               PERFORM 0250-CALCULAR-TRIBUTOS
               IF WRK-IMPOSTO-LINHA > 0
                   ADD WRK-IMPOSTO-LINHA TO WRK-IMPOSTO-NOTA
                   DISPLAY 'IMPOSTOS DO ITEM: ' WRK-IMPOSTO-LINHA
               END-IF

      *************SOMA - ACUMULA NO TOTAL DA NOTA*******************

       0210-BUSCAR-PRECO.
           MOVE ZEROS TO WRK-PRECO-UNIT
           MOVE 'T' TO WRK-ORIGEM-PRECO
           MOVE ZEROS TO WRK-PROMOCAO
           MOVE WRK-PRODUTO TO PRC-PRODUTO
           READ PRECO-TABELA
               INVALID KEY
               PERFORM 0220-ACHAR-FAIXA UNTIL WRK-SUB >= 3
                   OR WRK-PRECO-UNIT NOT = ZEROS
           END-IF.
           MOVE WRK-PRECO-UNIT TO WRK-PRECO-TABELA.
           PERFORM 0215-APLICAR-ACORDO.
           IF WRK-PRECO-TABELA NOT = ZEROS
               PERFORM 0217-APLICAR-PROMOCAO
           END-IF.

      *----------------------------------------------------------------
      * O ACORDO DE PRECO DO CLIENTE: PRECO ESPECIAL OU PERCENTUAL DE
      * DESCONTO SOBRE O PRECO DA FAIXA, DENTRO DA VALIDADE. SO VALE
      * QUANDO SAI MAIS BARATO QUE A FAIXA (OU QUANDO O PRODUTO NAO
      * TEM FAIXA) - FORA DA VALIDADE, O ACORDO E IGNORADO.
      *----------------------------------------------------------------
       0215-APLICAR-ACORDO.
           MOVE ZEROS TO WRK-PRECO-ACORDO.
           MOVE WRK-CLIENTE-CODIGO TO ACO-CLIENTE.
           MOVE WRK-PRODUTO TO ACO-PRODUTO.
           READ ACORDOS-PRECO
                   IF WRK-DATA-HOJE >= ACO-VALIDADE-INI
                       AND WRK-DATA-HOJE <= ACO-VALIDADE-FIM
                       IF ACORDO-PRECO
                           MOVE ACO-PRECO-ESPECIAL TO WRK-PRECO-ACORDO
                       ELSE
                           IF ACORDO-DESCONTO
                               COMPUTE WRK-PRECO-ACORDO =
                                   WRK-PRECO-TABELA
                                   * (1 - ACO-PERC-DESCONTO / 100)
                           END-IF
                       END-IF
                   END-IF
           END-READ.
           IF WRK-PRECO-ACORDO NOT = ZEROS
               AND (WRK-PRECO-ACORDO < WRK-PRECO-UNIT
                    OR WRK-PRECO-UNIT = ZEROS)
               MOVE WRK-PRECO-ACORDO TO WRK-PRECO-UNIT
               MOVE 'A' TO WRK-ORIGEM-PRECO
               DISPLAY 'PRECO DE ACORDO APLICADO: ' WRK-PRECO-UNIT
           END-IF.

      *----------------------------------------------------------------
      * PROMOCAO VIGENTE PARA O PRODUTO, A UF E O SEGMENTO DO CLIENTE
      * (ROTINA COMUM PROMOBUS) - VALE SE BATER A FAIXA E O ACORDO.
      *----------------------------------------------------------------
       0217-APLICAR-PROMOCAO.
           MOVE WRK-PRODUTO TO PMB-PRODUTO.
           MOVE WRK-CLIENTE-CODIGO TO PMB-CLIENTE.
           MOVE CLI-UF TO PMB-UF.
           MOVE WRK-DATA-HOJE TO PMB-DATA.
           MOVE WRK-PRECO-TABELA TO PMB-PRECO-TABELA.
           CALL 'PROMOBUS' USING PROMOBUS-AREA.
           IF PMB-PROMOCAO NOT = ZEROS
               AND PMB-PRECO-PROMO < WRK-PRECO-UNIT
               MOVE PMB-PRECO-PROMO TO WRK-PRECO-UNIT
               MOVE 'P' TO WRK-ORIGEM-PRECO
               MOVE PMB-PROMOCAO TO WRK-PROMOCAO
               DISPLAY 'PRECO DE PROMOCAO ' PMB-PROMOCAO
                   ' APLICADO: ' WRK-PRECO-UNIT
           END-IF.

       0220-ACHAR-FAIXA.
           ADD 1 TO WRK-SUB
      *----------------------------------------------------------------
       0230-EXIBIR-DESCRICAO.
           MOVE SPACES TO WRK-DESCRICAO-ITEM.
           MOVE SPACES TO WRK-CLASSE-FISCAL.
           MOVE WRK-PRODUTO TO PRO-CODIGO.
           READ PRODUTOS-MASTER
               INVALID KEY
                   DISPLAY 'ITEM: ' WRK-PRODUTO
               NOT INVALID KEY
                   MOVE PRO-DESCRICAO TO WRK-DESCRICAO-ITEM
                   MOVE PRO-CLASSE-FISCAL TO WRK-CLASSE-FISCAL
                   DISPLAY 'ITEM: ' WRK-PRODUTO ' ' PRO-DESCRICAO
           END-READ.

               MOVE WRK-TOTAL-LINHA TO WRK-IT-TOTAL (WRK-IND-ITEM)
               MOVE WRK-IMPOSTO-LINHA
                   TO WRK-IT-IMPOSTO (WRK-IND-ITEM)
               MOVE WRK-ORIGEM-PRECO
                   TO WRK-IT-ORIGEM (WRK-IND-ITEM)
               MOVE WRK-PROMOCAO
                   TO WRK-IT-PROMOCAO (WRK-IND-ITEM)
               MOVE ZEROS TO WRK-IND-TRIB
               PERFORM 0245-GUARDAR-TRIBUTO UNTIL WRK-IND-TRIB >= 5
               IF MOEDA-USD
                   MOVE WRK-LINHA-MOEDA
                       TO WRK-IT-TOTAL-MOEDA (WRK-IND-ITEM)
                   'PERSISTIDA PARA REIMPRESSAO'
           END-IF.

       0245-GUARDAR-TRIBUTO.
           ADD 1 TO WRK-IND-TRIB.
           MOVE WRK-TL-BASE (WRK-IND-TRIB)
               TO WRK-IT-TRIB-BASE (WRK-IND-ITEM WRK-IND-TRIB).
           MOVE WRK-TL-ALIQUOTA (WRK-IND-TRIB)
               TO WRK-IT-TRIB-ALIQ (WRK-IND-ITEM WRK-IND-TRIB).
           MOVE WRK-TL-VALOR (WRK-IND-TRIB)
               TO WRK-IT-TRIB-VALOR (WRK-IND-ITEM WRK-IND-TRIB).

      *----------------------------------------------------------------
      * CADA IMPOSTO DA LINHA PELA SUA REGRA TRIBUTARIA (REGRATRB):
      * BASE = TOTAL DA LINHA MENOS A REDUCAO DE BASE DA REGRA, VALOR
      * = BASE X ALIQUOTA. NO ICMS-ST A BASE E (TOTAL DA LINHA + IPI)
      * ACRESCIDA DA MVA, E O VALOR E O ICMS DA BASE ST MENOS O ICMS
      * PROPRIO DA LINHA (NUNCA NEGATIVO). IMPOSTO SEM REGRA NAO
      * INCIDE. O IMPOSTO DA LINHA E A SOMA DE TODOS.
      *----------------------------------------------------------------
       0250-CALCULAR-TRIBUTOS.
           MOVE ZEROS TO WRK-IMPOSTO-LINHA.
           INITIALIZE WRK-TRIBUTOS-LINHA.
           MOVE ZEROS TO WRK-IND-TRIB.
           PERFORM 0260-CALCULAR-TRIBUTO UNTIL WRK-IND-TRIB >= 5.

       0260-CALCULAR-TRIBUTO.
           ADD 1 TO WRK-IND-TRIB.
           PERFORM 0270-BUSCAR-REGRA.
           IF REGRA-ACHADA AND TRB-ALIQUOTA > 0
               IF TRB-ST
                   COMPUTE WRK-BASE-TRIB =
                       (WRK-TOTAL-LINHA + WRK-TL-VALOR (2))
                       * (1 + TRB-MVA / 100)
                       * (1 - TRB-REDUCAO-BASE / 100)
                   COMPUTE WRK-VALOR-TRIB =
                       WRK-BASE-TRIB * TRB-ALIQUOTA / 100
                       - WRK-TL-VALOR (1)
               ELSE
                   COMPUTE WRK-BASE-TRIB =
                       WRK-TOTAL-LINHA * (1 - TRB-REDUCAO-BASE / 100)
                   COMPUTE WRK-VALOR-TRIB =
                       WRK-BASE-TRIB * TRB-ALIQUOTA / 100
               END-IF
               IF WRK-VALOR-TRIB > 0
                   MOVE WRK-BASE-TRIB TO WRK-TL-BASE (WRK-IND-TRIB)
                   MOVE TRB-ALIQUOTA TO WRK-TL-ALIQUOTA (WRK-IND-TRIB)
                   MOVE WRK-VALOR-TRIB TO WRK-TL-VALOR (WRK-IND-TRIB)
                   ADD WRK-VALOR-TRIB TO WRK-IMPOSTO-LINHA
                   ADD WRK-BASE-TRIB TO WRK-TN-BASE (WRK-IND-TRIB)
                   ADD WRK-VALOR-TRIB TO WRK-TN-VALOR (WRK-IND-TRIB)
                   DISPLAY 'IMPOSTO DO ITEM ('
                       WRK-TRIB-NOME (WRK-IND-TRIB) ' '
                       TRB-ALIQUOTA ' %): ' WRK-TL-VALOR (WRK-IND-TRIB)
               END-IF
           END-IF.

      *----------------------------------------------------------------
      * PROCURA A REGRA DO IMPOSTO DA MAIS ESPECIFICA PARA A MAIS
      * GERAL: ORIGEM E DESTINO DA NOTA, DEPOIS QUALQUER ORIGEM ('**'),
      * DEPOIS QUALQUER DESTINO, DEPOIS AS DUAS - CADA UMA PRIMEIRO COM
      * A CLASSE FISCAL DO PRODUTO E DEPOIS COM A CLASSE EM BRANCO.
      *----------------------------------------------------------------
       0270-BUSCAR-REGRA.
           MOVE 'N' TO WRK-REGRA-ACHADA.
           MOVE ZEROS TO WRK-TENTATIVA.
           PERFORM 0280-TENTAR-REGRA
               UNTIL REGRA-ACHADA OR WRK-TENTATIVA >= 8.

       0280-TENTAR-REGRA.
           ADD 1 TO WRK-TENTATIVA.
           MOVE WRK-TRIB-NOME (WRK-IND-TRIB) TO TRB-TIPO.
           EVALUATE WRK-TENTATIVA
               WHEN 1
               WHEN 2
                   MOVE WRK-UF-ORIGEM TO TRB-UF-ORIGEM
                   MOVE CLI-UF TO TRB-UF-DESTINO
               WHEN 3
               WHEN 4
                   MOVE '**' TO TRB-UF-ORIGEM
                   MOVE CLI-UF TO TRB-UF-DESTINO
               WHEN 5
               WHEN 6
                   MOVE WRK-UF-ORIGEM TO TRB-UF-ORIGEM
                   MOVE '**' TO TRB-UF-DESTINO
               WHEN OTHER
                   MOVE '**' TO TRB-UF-ORIGEM
                   MOVE '**' TO TRB-UF-DESTINO
           END-EVALUATE.
           IF WRK-TENTATIVA = 1 OR 3 OR 5 OR 7
               MOVE WRK-CLASSE-FISCAL TO TRB-CLASSE
           ELSE
               MOVE SPACES TO TRB-CLASSE
           END-IF.
           READ REGRAS-TRIBUTO
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE 'S' TO WRK-REGRA-ACHADA
           END-READ.

       0300-FINALIZAR.
            DISPLAY '-------------'.
            IF MOEDA-USD
                DISPLAY 'TOTAL GERAL DA NOTA: R$ ' WRK-TOTAL-NOTA-ED
            END-IF.
            IF WRK-IMPOSTO-NOTA > ZEROS
                MOVE ZEROS TO WRK-IND-TRIB
                PERFORM 0305-EXIBIR-TRIBUTO UNTIL WRK-IND-TRIB >= 5
                MOVE WRK-IMPOSTO-NOTA TO WRK-TOTAL-NOTA-ED
                DISPLAY 'TOTAL DE IMPOSTOS..: R$ ' WRK-TOTAL-NOTA-ED
                COMPUTE WRK-TOTAL-COM-IMP =
                    WRK-TOTAL-NOTA + WRK-IMPOSTO-NOTA
                MOVE WRK-TOTAL-COM-IMP TO WRK-TOTAL-NOTA-ED
            END-IF.
            DISPLAY 'FIM DE PROCESSAMENTO'.

       0305-EXIBIR-TRIBUTO.
            ADD 1 TO WRK-IND-TRIB.
            IF WRK-TN-VALOR (WRK-IND-TRIB) > ZEROS
                MOVE WRK-TN-VALOR (WRK-IND-TRIB) TO WRK-TOTAL-NOTA-ED
                DISPLAY 'TOTAL DE ' WRK-TRIB-NOME (WRK-IND-TRIB)
                    '......: R$ ' WRK-TOTAL-NOTA-ED
            END-IF.

      *----------------------------------------------------------------
      * GRAVA A NOTA EMITIDA COM A TAXA USADA NA CONVERSAO, PARA QUE A
      * REIMPRESSAO MOSTRE O MESMO TOTAL DA EMISSAO ORIGINAL, MESMO
      * QUE A TAXA DO DIA JA TENHA MUDADO. O NUMERO DA NOTA VEM DO
      * MESMO REGISTRO DE CONTROLE DOS PEDIDOS (CHAVE 'NT' DA MATRIZ
      * OU 'Nn' DA FILIAL). O NUMERO TEM QUE CABER NA FAIXA DA SERIE
      * (ROTINA COMUM SERLIM) - ACIMA DELA CAIRIA NA FAIXA DE OUTRA
      * EMPRESA.
      *----------------------------------------------------------------
       0310-GRAVAR-NOTA.
            MOVE WRK-SERIE-NOTA TO PCT-CHAVE.
            READ PED-CONTROLE
                INVALID KEY
                    MOVE ZEROS TO PCT-ULTIMO-NUMERO
            END-READ.
            MOVE WRK-SERIE-NOTA TO SLM-SERIE.
            COMPUTE SLM-NUMERO = PCT-ULTIMO-NUMERO + 1.
            MOVE 'PROGCOB05' TO SLM-PROGRAMA.
            CALL 'SERLIM' USING SERLIM-AREA.
            IF SERIE-ESGOTADA
                DISPLAY 'SERIE ' WRK-SERIE-NOTA ' ESGOTADA NO TETO '
                    SLM-LIMITE ' - NOTA NAO GRAVADA'
            ELSE
                PERFORM 0311-NUMERAR-NOTA
            END-IF.

       0311-NUMERAR-NOTA.
            ADD 1 TO PCT-ULTIMO-NUMERO.
            MOVE WRK-SERIE-NOTA TO PCT-CHAVE.
            REWRITE PCT-REG
                INVALID KEY
                    WRITE PCT-REG
            MOVE WRK-TOTAL-NOTA     TO NOT-TOTAL-BRL.
            MOVE WRK-IMPOSTO-NOTA   TO NOT-TOTAL-IMPOSTO.
            MOVE WRK-QTD-ITENS      TO NOT-QTD-LINHAS.
            MOVE WRK-PEDIDO-NOTA    TO NOT-PEDIDO.
            MOVE WRK-EMPRESA        TO NOT-EMPRESA.
            MOVE 'A'                TO NOT-SITUACAO.
            MOVE SPACES             TO NOT-MOTIVO-CANCEL.
            MOVE SPACES             TO NOT-USUARIO-CANCEL.
            MOVE ZEROS              TO NOT-DATA-CANCEL.
            MOVE SPACE              TO NOT-NFE-SITUACAO.
            MOVE ZEROS              TO NOT-NFE-LOTE.
            MOVE SPACES             TO NOT-NFE-CHAVE.
            MOVE SPACES             TO NOT-NFE-PROTOCOLO.
            MOVE ZEROS              TO NOT-NFE-DATA.
            MOVE SPACES             TO NOT-NFE-MOTIVO.
            MOVE ZEROS TO WRK-IND-TRIB.
            PERFORM 0315-MOVER-TRIBUTO-NOTA UNTIL WRK-IND-TRIB >= 5.
            IF MOEDA-USD
                MOVE WRK-TOTAL-MOEDA TO NOT-TOTAL-MOEDA
            ELSE
                INVALID KEY
                    DISPLAY 'ERRO AO GRAVAR NOTA'
                NOT INVALID KEY
                    MOVE 'I' TO TCA-OPERACAO
                    PERFORM 0610-CONTROLE-NOTA
                    PERFORM 0320-GRAVAR-LINHAS
                    DISPLAY 'NOTA GRAVADA SOB O NUMERO ' NOT-NUMERO
                    IF MOEDA-USD AND NOT-PEDIDO NOT = ZEROS
                        PERFORM 0340-MARCAR-TITULOS-MOEDA
                    END-IF
            END-WRITE.

       0315-MOVER-TRIBUTO-NOTA.
            ADD 1 TO WRK-IND-TRIB.
            MOVE WRK-TRIB-NOME (WRK-IND-TRIB)
                TO NOT-TRIB-TIPO (WRK-IND-TRIB).
            MOVE WRK-TN-BASE (WRK-IND-TRIB)
                TO NOT-TRIB-BASE (WRK-IND-TRIB).
            MOVE WRK-TN-VALOR (WRK-IND-TRIB)
                TO NOT-TRIB-VALOR (WRK-IND-TRIB).

       0320-GRAVAR-LINHAS.
            MOVE ZEROS TO WRK-IND-ITEM.
            PERFORM 0330-GRAVAR-UMA-LINHA
            MOVE WRK-IT-TOTAL (WRK-IND-ITEM)       TO NTI-TOTAL-LINHA.
            MOVE WRK-IT-IMPOSTO (WRK-IND-ITEM)     TO NTI-IMPOSTO-LINHA.
            MOVE WRK-IT-TOTAL-MOEDA (WRK-IND-ITEM) TO NTI-TOTAL-MOEDA.
            MOVE WRK-IT-ORIGEM (WRK-IND-ITEM)      TO NTI-ORIGEM-PRECO.
            MOVE WRK-IT-PROMOCAO (WRK-IND-ITEM)    TO NTI-PROMOCAO.
            MOVE ZEROS TO WRK-IND-TRIB.
            PERFORM 0335-MOVER-TRIBUTO-LINHA UNTIL WRK-IND-TRIB >= 5.
            WRITE NOTA-ITEM-REG
                INVALID KEY
                    DISPLAY 'ERRO AO GRAVAR LINHA ' NTI-LINHA
                        ' DA NOTA ' NTI-NOTA
            END-WRITE.

       0335-MOVER-TRIBUTO-LINHA.
            ADD 1 TO WRK-IND-TRIB.
            MOVE WRK-TRIB-NOME (WRK-IND-TRIB)
                TO NTI-TRIB-TIPO (WRK-IND-TRIB).
            MOVE WRK-IT-TRIB-BASE (WRK-IND-ITEM WRK-IND-TRIB)
                TO NTI-TRIB-BASE (WRK-IND-TRIB).
            MOVE WRK-IT-TRIB-ALIQ (WRK-IND-ITEM WRK-IND-TRIB)
                TO NTI-TRIB-ALIQUOTA (WRK-IND-TRIB).
            MOVE WRK-IT-TRIB-VALOR (WRK-IND-ITEM WRK-IND-TRIB)
                TO NTI-TRIB-VALOR (WRK-IND-TRIB).

      *----------------------------------------------------------------
      * NOTA EM MOEDA ESTRANGEIRA DE PEDIDO FATURADO: OS TITULOS DO
      * PEDIDO AINDA SEM NENHUM PAGAMENTO PASSAM A LEMBRAR A MOEDA, A
      * TAXA DA NOTA E O VALOR NA MOEDA ORIGINAL (VALOR EM REAIS /
      * TAXA). E ESSE VALOR QUE A BAIXA (RECBAIXA/RECBANCO) CONVERTE
      * PELA TAXA DO DIA PARA APURAR A VARIACAO CAMBIAL REALIZADA.
      *----------------------------------------------------------------
       0340-MARCAR-TITULOS-MOEDA.
            MOVE ZEROS TO WRK-QTD-TIT-MOEDA.
            MOVE 'N' TO WRK-EOF-TITULOS.
            MOVE NOT-PEDIDO TO RCB-PEDIDO.
            START CONTAS-A-RECEBER KEY IS EQUAL TO RCB-PEDIDO
                INVALID KEY
                    MOVE 'S' TO WRK-EOF-TITULOS
            END-START.
            IF NOT FIM-TITULOS
                PERFORM 0345-LER-TITULO
                PERFORM 0350-MARCAR-TITULO UNTIL FIM-TITULOS
            END-IF.
            DISPLAY 'TITULOS DO PEDIDO MARCADOS EM ' NOT-MOEDA ': '
                WRK-QTD-TIT-MOEDA.

       0345-LER-TITULO.
            READ CONTAS-A-RECEBER NEXT RECORD
                AT END
                    MOVE 'S' TO WRK-EOF-TITULOS
            END-READ.
            IF NOT FIM-TITULOS AND RCB-PEDIDO NOT = NOT-PEDIDO
                MOVE 'S' TO WRK-EOF-TITULOS
            END-IF.

       0350-MARCAR-TITULO.
            IF RECEB-ABERTA AND RECEB-EM-REAIS
                AND RCB-VALOR-PAGO = ZEROS
                MOVE RECEBER-REG TO TCA-ANTES
                MOVE NOT-MOEDA TO RCB-MOEDA
                MOVE NOT-TAXA  TO RCB-TAXA
                COMPUTE RCB-VALOR-MOEDA ROUNDED = RCB-VALOR / NOT-TAXA
                MOVE ZEROS TO RCB-PAGO-MOEDA
                REWRITE RECEBER-REG
                    INVALID KEY
                        DISPLAY 'ERRO AO MARCAR MOEDA DA FATURA '
                            RCB-FATURA
                    NOT INVALID KEY
                        ADD 1 TO WRK-QTD-TIT-MOEDA
                        MOVE 'A' TO TCA-OPERACAO
                        PERFORM 0600-CONTROLE-RECEBER
                END-REWRITE
            END-IF.
            PERFORM 0345-LER-TITULO.

      *----------------------------------------------------------------
      * REIMPRESSAO - MOSTRA A NOTA GRAVADA COM A TAXA E O TOTAL DA
      * EMISSAO ORIGINAL.
                    DISPLAY 'TAXA USADA......: ' NOT-TAXA
                    MOVE NOT-TOTAL-MOEDA TO WRK-TOTAL-NOTA-ED
                    DISPLAY 'TOTAL DA NOTA...: ' WRK-TOTAL-NOTA-ED
                    IF NOT-PEDIDO NOT = ZEROS
                        DISPLAY 'PEDIDO..........: ' NOT-PEDIDO
                    END-IF
                    MOVE ZEROS TO WRK-IND-TRIB
                    PERFORM 0410-EXIBIR-TRIBUTO-NOTA
                        UNTIL WRK-IND-TRIB >= 5
                    IF NOTA-CANCELADA
                        DISPLAY '*** NOTA CANCELADA EM '
                            NOT-DATA-CANCEL ' POR '
                            NOT-USUARIO-CANCEL
                        DISPLAY 'MOTIVO..........: ' NOT-MOTIVO-CANCEL
                    END-IF
            END-READ.

       0410-EXIBIR-TRIBUTO-NOTA.
            ADD 1 TO WRK-IND-TRIB.
            IF NOT-TRIB-VALOR (WRK-IND-TRIB) > ZEROS
                MOVE NOT-TRIB-VALOR (WRK-IND-TRIB) TO WRK-TOTAL-NOTA-ED
                DISPLAY 'TOTAL DE ' NOT-TRIB-TIPO (WRK-IND-TRIB)
                    '.....: ' WRK-TOTAL-NOTA-ED
            END-IF.

       0500-FECHAR-ARQUIVOS.
            CLOSE PRECO-TABELA.
            CLOSE PRODUTOS-MASTER.
            CLOSE NOTAS-EMITIDAS.
            CLOSE NOTA-ITENS.
            CLOSE PED-CONTROLE.
            CLOSE PEDIDOS.
            CLOSE CONTAS-A-RECEBER.
            CLOSE TAXA-TABELA.
            CLOSE REGRAS-TRIBUTO.

      *----------------------------------------------------------------
      * TOTAIS DE CONTROLE DO MESTRE (ROTINA COMUM TOTCTL) - A
      * OPERACAO E A IMAGEM DE ANTES VEM PREENCHIDAS PELO CHAMADOR.
      *----------------------------------------------------------------
       0600-CONTROLE-RECEBER.
            MOVE 'CONTASR' TO TCA-ARQUIVO.
            MOVE 'PROGCOB05' TO TCA-PROGRAMA.
            MOVE RECEBER-REG TO TCA-DEPOIS.
            CALL 'TOTCTL' USING TOTCTL-AREA.

       0610-CONTROLE-NOTA.
            MOVE 'NOTAS' TO TCA-ARQUIVO.
            MOVE 'PROGCOB05' TO TCA-PROGRAMA.
            MOVE NOTA-REG TO TCA-DEPOIS.
            CALL 'TOTCTL' USING TOTCTL-AREA.

       END PROGRAM PROGCOB05.
