      ******************************************************************
      * Copybook: NFEREG.cpy
      * Author:   ALEXANDRE BELCHIOR MEDEIROS
      * Purpose:  LAYOUT DO ARQUIVO DE ENVIO AO TRANSMISSOR DA NF-E
      *           (NFEENVIO.TXT, LARGURA FIXA, 300 POSICOES), GRAVADO
      *           PELO NFEEXP:
      *           0 - HEADER: LOTE (PEDCTRL 'NF'), DATA E EMITENTE;
      *           1 - NOTA: DESTINATARIO (CLIMAST), MOEDA, IMPOSTO E
      *               TOTAIS;
      *           2 - ITEM DA NOTA (NOTAITEN);
      *           3 - PEDIDO DE CANCELAMENTO DE NOTA JA AUTORIZADA
      *               (CHAVE E PROTOCOLO DA AUTORIZACAO);
      *           9 - TRAILER: QUANTIDADES E VALOR TOTAL DO LOTE.
      * Modification History:
      * 15/10/2026 ABM  Layout inicial.
      ******************************************************************
       01 NFE-HEADER.
           05 NFH-TIPO             PIC 9(01).
           05 NFH-LOTE             PIC 9(06).
           05 NFH-DATA-GERACAO     PIC 9(08).
           05 NFH-CNPJ             PIC X(14).
           05 NFH-INSCRICAO        PIC X(14).
           05 NFH-RAZAO-SOCIAL     PIC X(40).
           05 NFH-LOGRADOURO       PIC X(40).
           05 NFH-CIDADE           PIC X(30).
           05 NFH-UF               PIC X(02).
           05 NFH-CEP              PIC X(08).
           05 FILLER               PIC X(137).
       01 NFE-NOTA.
           05 NFN-TIPO             PIC 9(01).
           05 NFN-NOTA             PIC 9(06).
           05 NFN-DATA-EMISSAO     PIC 9(08).
           05 NFN-DEST-DOCUMENTO   PIC X(14).
           05 NFN-DEST-NOME        PIC X(40).
           05 NFN-DEST-LOGRADOURO  PIC X(40).
           05 NFN-DEST-CIDADE      PIC X(30).
           05 NFN-DEST-UF          PIC X(02).
           05 NFN-DEST-CEP         PIC X(08).
           05 NFN-MOEDA            PIC X(03).
           05 NFN-TAXA             PIC 9(03)V9(04).
           05 NFN-TIPO-IMPOSTO     PIC X(04).
           05 NFN-ALIQUOTA         PIC 9(02)V99.
           05 NFN-TOTAL-BASE       PIC 9(10)V99.
           05 NFN-TOTAL-IMPOSTO    PIC 9(10)V99.
           05 NFN-TOTAL-NOTA       PIC 9(10)V99.
           05 NFN-QTD-LINHAS       PIC 9(03).
           05 FILLER               PIC X(94).
       01 NFE-ITEM.
           05 NFI-TIPO             PIC 9(01).
           05 NFI-NOTA             PIC 9(06).
           05 NFI-LINHA            PIC 9(03).
           05 NFI-PRODUTO          PIC 9(06).
           05 NFI-DESCRICAO        PIC X(40).
           05 NFI-QUANTIDADE       PIC 9(05).
           05 NFI-PRECO-UNIT       PIC 9(07)V99.
           05 NFI-DESCONTO-VALOR   PIC 9(09)V99.
           05 NFI-TOTAL-LINHA      PIC 9(09)V99.
           05 NFI-IMPOSTO-LINHA    PIC 9(09)V99.
           05 FILLER               PIC X(197).
       01 NFE-CANCELAMENTO.
           05 NFC-TIPO             PIC 9(01).
           05 NFC-NOTA             PIC 9(06).
           05 NFC-CHAVE            PIC X(44).
           05 NFC-PROTOCOLO        PIC X(15).
           05 NFC-DATA-CANCEL      PIC 9(08).
           05 NFC-MOTIVO           PIC X(30).
           05 FILLER               PIC X(196).
       01 NFE-TRAILER.
           05 NFT-TIPO             PIC 9(01).
           05 NFT-QTD-NOTAS        PIC 9(06).
           05 NFT-QTD-CANCEL       PIC 9(06).
           05 NFT-QTD-REGISTROS    PIC 9(06).
           05 NFT-VALOR-TOTAL      PIC 9(12)V99.
           05 FILLER               PIC X(267).
