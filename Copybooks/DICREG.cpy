      ******************************************************************
      * Copybook: DICREG.cpy
      * Author:   ALEXANDRE BELCHIOR MEDEIROS
      * Purpose:  DICIONARIO DE LAYOUT DOS MESTRES PARA O EXTRATOR
      *           DELIMITADO (EXTPLAN) - UMA ENTRADA POR CAMPO DE CADA
      *           ARQUIVO, TIRADA DO COPYBOOK DO REGISTRO: ARQUIVO
      *           (NOME DO DD), CAMPO (NOME NO COPYBOOK), POSICAO
      *           INICIAL E TAMANHO NO REGISTRO, TIPO (A = ALFA,
      *           N = NUMERICO SEM SINAL, S = NUMERICO COM SINAL,
      *           D = DATA AAAAMMDD), CASAS DECIMAIS E A MARCA DE DADO
      *           PESSOAL DA LGPD (OS MESMOS CAMPOS QUE O CLILGPD
      *           ANONIMIZA). CADA ARQUIVO COM SEU BLOCO:
      *             CLIMAST  - CLIREG
      *             PRODUTOS - PRODREG
      *             CONTASR  - CTAREC
      *             PEDIDOS  - PEDIREG
      *             ESTOQUE  - ESTOQREG
      *           ATENCAO: QUEM MUDAR UM DESSES COPYBOOKS MUDA AQUI
      *           TAMBEM (POSICOES DOS CAMPOS SEGUINTES E QUANTIDADE
      *           DE ENTRADAS EM DIC-ENTRADA).
      * Modification History:
      * 15/10/2026 ABM  Layout inicial.
      * 15/10/2026 ABM  Inclui PRO-CLASSE-FISCAL no bloco PRODUTOS.
      * 15/10/2026 ABM  Inclui RCB-EMPRESA e PED-EMPRESA.
      * 15/10/2026 ABM  Inclui PRO-FAMILIA no bloco PRODUTOS.
      * 15/10/2026 ABM  Inclui RCB-PIX-TXID no bloco CONTASR.
      ******************************************************************
       01 DICIONARIO-VALORES.
           05 FILLER PIC X(37) VALUE
               'CLIMAST CLI-CODIGO          000106N0N'.
           05 FILLER PIC X(37) VALUE
               'CLIMAST CLI-NOME            000740A0S'.
           05 FILLER PIC X(37) VALUE
               'CLIMAST CLI-DOCUMENTO       004714A0S'.
           05 FILLER PIC X(37) VALUE
               'CLIMAST CLI-LOGRADOURO      006140A0S'.
           05 FILLER PIC X(37) VALUE
               'CLIMAST CLI-CIDADE          010130A0S'.
           05 FILLER PIC X(37) VALUE
               'CLIMAST CLI-UF              013102A0S'.
           05 FILLER PIC X(37) VALUE
               'CLIMAST CLI-CEP             013308A0S'.
           05 FILLER PIC X(37) VALUE
               'CLIMAST CLI-TELEFONE        014115A0S'.
           05 FILLER PIC X(37) VALUE
               'CLIMAST CLI-EMAIL           015640A0S'.
           05 FILLER PIC X(37) VALUE
               'CLIMAST CLI-DATA-CADASTRO   019608D0N'.
           05 FILLER PIC X(37) VALUE
               'CLIMAST CLI-STATUS          020401A0N'.
           05 FILLER PIC X(37) VALUE
               'CLIMAST CLI-DATA-STATUS     020508D0N'.
           05 FILLER PIC X(37) VALUE
               'CLIMAST CLI-DATA-NASCIMENTO 021308D0S'.
           05 FILLER PIC X(37) VALUE
               'PRODUTOSPRO-CODIGO          000106N0N'.
           05 FILLER PIC X(37) VALUE
               'PRODUTOSPRO-DESCRICAO       000740A0N'.
           05 FILLER PIC X(37) VALUE
               'PRODUTOSPRO-UNIDADE         004703A0N'.
           05 FILLER PIC X(37) VALUE
               'PRODUTOSPRO-PESO-UNIT       005007N2N'.
           05 FILLER PIC X(37) VALUE
               'PRODUTOSPRO-LARGURA         005705N2N'.
           05 FILLER PIC X(37) VALUE
               'PRODUTOSPRO-COMPRIMENTO     006205N2N'.
           05 FILLER PIC X(37) VALUE
               'PRODUTOSPRO-CUSTO-PADRAO    006709N2N'.
           05 FILLER PIC X(37) VALUE
               'PRODUTOSPRO-STATUS          007601A0N'.
           05 FILLER PIC X(37) VALUE
               'PRODUTOSPRO-ALTURA          007705N2N'.
           05 FILLER PIC X(37) VALUE
               'PRODUTOSPRO-SERIALIZADO     008201A0N'.
           05 FILLER PIC X(37) VALUE
               'PRODUTOSPRO-CLASSE-FISCAL   008304A0N'.
           05 FILLER PIC X(37) VALUE
               'PRODUTOSPRO-FAMILIA         008704A0N'.
           05 FILLER PIC X(37) VALUE
               'CONTASR RCB-FATURA          000108N0N'.
           05 FILLER PIC X(37) VALUE
               'CONTASR RCB-PEDIDO          000906N0N'.
           05 FILLER PIC X(37) VALUE
               'CONTASR RCB-CLIENTE         001506N0N'.
           05 FILLER PIC X(37) VALUE
               'CONTASR RCB-DATA-EMISSAO    002108D0N'.
           05 FILLER PIC X(37) VALUE
               'CONTASR RCB-DATA-VENCIMENTO 002908D0N'.
           05 FILLER PIC X(37) VALUE
               'CONTASR RCB-VALOR           003710N2N'.
           05 FILLER PIC X(37) VALUE
               'CONTASR RCB-VALOR-PAGO      004710N2N'.
           05 FILLER PIC X(37) VALUE
               'CONTASR RCB-STATUS          005701A0N'.
           05 FILLER PIC X(37) VALUE
               'CONTASR RCB-PARCELA         005802N0N'.
           05 FILLER PIC X(37) VALUE
               'CONTASR RCB-QTD-PARCELAS    006002N0N'.
           05 FILLER PIC X(37) VALUE
               'CONTASR RCB-DATA-PERDA      006208D0N'.
           05 FILLER PIC X(37) VALUE
               'CONTASR RCB-MOTIVO-PERDA    007030A0N'.
           05 FILLER PIC X(37) VALUE
               'CONTASR RCB-MOEDA           010003A0N'.
           05 FILLER PIC X(37) VALUE
               'CONTASR RCB-TAXA            010307N4N'.
           05 FILLER PIC X(37) VALUE
               'CONTASR RCB-VALOR-MOEDA     011010N2N'.
           05 FILLER PIC X(37) VALUE
               'CONTASR RCB-PAGO-MOEDA      012010N2N'.
           05 FILLER PIC X(37) VALUE
               'CONTASR RCB-EMPRESA         013002N0N'.
           05 FILLER PIC X(37) VALUE
               'CONTASR RCB-PIX-TXID        013235A0N'.
           05 FILLER PIC X(37) VALUE
               'PEDIDOS PED-NUMERO          000106N0N'.
           05 FILLER PIC X(37) VALUE
               'PEDIDOS PED-CLIENTE         000706N0N'.
           05 FILLER PIC X(37) VALUE
               'PEDIDOS PED-PRODUTO         001320A0N'.
           05 FILLER PIC X(37) VALUE
               'PEDIDOS PED-VALOR           003310N2N'.
           05 FILLER PIC X(37) VALUE
               'PEDIDOS PED-PESO            004307N2N'.
           05 FILLER PIC X(37) VALUE
               'PEDIDOS PED-UF              005002A0N'.
           05 FILLER PIC X(37) VALUE
               'PEDIDOS PED-FRETE           005208N2N'.
           05 FILLER PIC X(37) VALUE
               'PEDIDOS PED-TOTAL           006010N2N'.
           05 FILLER PIC X(37) VALUE
               'PEDIDOS PED-DATA            007008D0N'.
           05 FILLER PIC X(37) VALUE
               'PEDIDOS PED-STATUS          007801A0N'.
           05 FILLER PIC X(37) VALUE
               'PEDIDOS PED-MOTIVO-CANCEL   007930A0N'.
           05 FILLER PIC X(37) VALUE
               'PEDIDOS PED-VENDEDOR        010904N0N'.
           05 FILLER PIC X(37) VALUE
               'PEDIDOS PED-END-ENTREGA     011302N0N'.
           05 FILLER PIC X(37) VALUE
               'PEDIDOS PED-COND-PAGTO      011502N0N'.
           05 FILLER PIC X(37) VALUE
               'PEDIDOS PED-RAZAO-SITUACAO  011701A0N'.
           05 FILLER PIC X(37) VALUE
               'PEDIDOS PED-RAZAO-DATA      011808D0N'.
           05 FILLER PIC X(37) VALUE
               'PEDIDOS PED-RAZAO-HORA      012606N0N'.
           05 FILLER PIC X(37) VALUE
               'PEDIDOS PED-DATA-PROMETIDA  013208D0N'.
           05 FILLER PIC X(37) VALUE
               'PEDIDOS PED-EMPRESA         014002N0N'.
           05 FILLER PIC X(37) VALUE
               'ESTOQUE EST-PRODUTO         000106N0N'.
           05 FILLER PIC X(37) VALUE
               'ESTOQUE EST-SALDO           000707S0N'.
           05 FILLER PIC X(37) VALUE
               'ESTOQUE EST-PONTO-REPOSICAO 001405N0N'.
           05 FILLER PIC X(37) VALUE
               'ESTOQUE EST-COMPROMETIDO    001907S0N'.
           05 FILLER PIC X(37) VALUE
               'ESTOQUE EST-CUSTO-MEDIO     002609N2N'.
       01 DICIONARIO-TABELA REDEFINES DICIONARIO-VALORES.
           05 DIC-ENTRADA OCCURS 67 TIMES.
               10 DIC-ARQUIVO      PIC X(08).
               10 DIC-CAMPO        PIC X(20).
               10 DIC-POSICAO      PIC 9(04).
               10 DIC-TAMANHO      PIC 9(02).
               10 DIC-TIPO         PIC X(01).
                   88 DIC-ALFA         VALUE 'A'.
                   88 DIC-NUMERICO     VALUE 'N' 'S'.
                   88 DIC-DATA         VALUE 'D'.
               10 DIC-DECIMAIS     PIC 9(01).
               10 DIC-PESSOAL      PIC X(01).
                   88 DIC-DADO-PESSOAL VALUE 'S'.
       01 DIC-QTD-ENTRADAS         PIC 9(03) VALUE 67.
