      ******************************************************************
      * Copybook: NGBREG.cpy
      * Author:   ALEXANDRE BELCHIOR MEDEIROS
      * Purpose:  LAYOUT DOS ARQUIVOS DE NEGATIVACAO ENVIADOS AO BIRO
      *           DE CREDITO / CARTORIO (NEGINCL.TXT - INCLUSAO E
      *           NEGEXCL.TXT - EXCLUSAO, LARGURA FIXA, 200
      *           POSICOES), GRAVADOS PELO NEGEXP:
      *           0 - HEADER: LOTE (PEDCTRL 'NG'), DATA, OPERACAO
      *               (I/E) E O CREDOR (EMPRREG);
      *           1 - INCLUSAO DE DEVEDOR: DOCUMENTO, NOME E ENDERECO
      *               DO CLIMAST, FATURA, VENCIMENTO E SALDO;
      *           2 - EXCLUSAO: MESMOS DADOS DA INCLUSAO, COM A DATA
      *               EM QUE O TITULO FECHOU E O MOTIVO;
      *           9 - TRAILER: QUANTIDADE E VALOR TOTAL DO LOTE.
      * Modification History:
      * 15/10/2026 ABM  Layout inicial.
      ******************************************************************
       01 NGB-HEADER.
           05 NGH-TIPO             PIC 9(01).
           05 NGH-LOTE             PIC 9(06).
           05 NGH-DATA-GERACAO     PIC 9(08).
           05 NGH-OPERACAO         PIC X(01).
           05 NGH-CNPJ-CREDOR      PIC X(14).
           05 NGH-RAZAO-SOCIAL     PIC X(40).
           05 FILLER               PIC X(130).
       01 NGB-DETALHE.
           05 NGD-TIPO             PIC 9(01).
           05 NGD-LOTE             PIC 9(06).
           05 NGD-DOCUMENTO        PIC X(14).
           05 NGD-NOME             PIC X(40).
           05 NGD-LOGRADOURO       PIC X(40).
           05 NGD-CIDADE           PIC X(30).
           05 NGD-UF               PIC X(02).
           05 NGD-CEP              PIC X(08).
           05 NGD-FATURA           PIC 9(08).
           05 NGD-VENCIMENTO       PIC 9(08).
           05 NGD-VALOR            PIC 9(08)V99.
           05 NGD-DATA-OCORRENCIA  PIC 9(08).
           05 NGD-MOTIVO           PIC X(01).
           05 FILLER               PIC X(24).
       01 NGB-TRAILER.
           05 NGT-TIPO             PIC 9(01).
           05 NGT-LOTE             PIC 9(06).
           05 NGT-QTD-REGISTROS    PIC 9(06).
           05 NGT-VALOR-TOTAL      PIC 9(12)V99.
           05 FILLER               PIC X(173).
