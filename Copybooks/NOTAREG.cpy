      *                 ATENCAO: os campos novos mudam o tamanho do
      *                 registro - arquivos NOTAS ja existentes
      *                 precisam de conversao unica na implantacao.
      * 15/10/2026 ABM  Inclui o pedido faturado que a nota documenta
      *                 (NOT-PEDIDO, zeros = nota avulsa) e a situacao
      *                 da nota com motivo, usuario e data do
      *                 cancelamento (NOTACANC). Nota cancelada sai do
      *                 livro fiscal. ATENCAO: os campos novos mudam o
      *                 tamanho do registro - arquivos NOTAS ja
      *                 existentes precisam de conversao unica na
      *                 implantacao (situacao em branco = ativa).
      * 15/10/2026 ABM  Inclui a situacao da NF-e (transmissao pelo
      *                 NFEEXP, retorno pelo NFERET) com o lote de
      *                 envio, a chave de acesso, o protocolo, a data
      *                 e o motivo da rejeicao. ATENCAO: os campos
      *                 novos mudam o tamanho do registro - arquivos
      *                 NOTAS ja existentes precisam de conversao unica
      *                 na implantacao (situacao em branco = nota
      *                 ainda nao transmitida).
      * 15/10/2026 ABM  Inclui NOT-TRIBUTO - total da nota por imposto
      *                 (ICMS, IPI, PIS, COFINS e ICMS-ST), com base e
      *                 valor, na mesma ordem das linhas (NTI-TRIBUTO).
      *                 NOT-TOTAL-IMPOSTO segue como a soma de todos;
      *                 NOT-TIPO-IMPOSTO/NOT-ALIQUOTA ficam com o ICMS
      *                 da UF de destino. ATENCAO: os campos novos
      *                 mudam o tamanho do registro - arquivos NOTAS ja
      *                 existentes precisam de conversao unica na
      *                 implantacao (nota antiga: todo o imposto como
      *                 ICMS).
      * 15/10/2026 ABM  Inclui NOT-EMPRESA - empresa/filial emitente
      *                 (mestre EMPRESAS), numerada na serie da empresa
      *                 no PEDCTRL. ATENCAO: o campo novo muda o
      *                 tamanho do registro - arquivos NOTAS ja
      *                 existentes precisam de conversao unica na
      *                 implantacao (notas antigas ficam na 01).
      ******************************************************************
       01 NOTA-REG.
           05 NOT-NUMERO           PIC 9(06).
           05 NOT-TOTAL-MOEDA      PIC 9(10)V99.
           05 NOT-TOTAL-IMPOSTO    PIC 9(10)V99.
           05 NOT-QTD-LINHAS       PIC 9(03).
           05 NOT-PEDIDO           PIC 9(06).
           05 NOT-SITUACAO         PIC X(01).
               88 NOTA-ATIVA       VALUE 'A' ' '.
               88 NOTA-CANCELADA   VALUE 'C'.
           05 NOT-MOTIVO-CANCEL    PIC X(30).
           05 NOT-USUARIO-CANCEL   PIC X(20).
           05 NOT-DATA-CANCEL      PIC 9(08).
           05 NOT-NFE-SITUACAO     PIC X(01).
               88 NFE-PENDENTE     VALUE ' '.
               88 NFE-ENVIADA      VALUE 'E'.
               88 NFE-AUTORIZADA   VALUE 'A'.
               88 NFE-REJEITADA    VALUE 'R'.
               88 NFE-CANC-ENVIADO VALUE 'X'.
               88 NFE-CANC-HOMOLOG VALUE 'H'.
           05 NOT-NFE-LOTE         PIC 9(06).
           05 NOT-NFE-CHAVE        PIC X(44).
           05 NOT-NFE-PROTOCOLO    PIC X(15).
           05 NOT-NFE-DATA         PIC 9(08).
           05 NOT-NFE-MOTIVO       PIC X(60).
           05 NOT-TRIBUTO          OCCURS 5 TIMES.
               10 NOT-TRIB-TIPO    PIC X(04).
               10 NOT-TRIB-BASE    PIC 9(10)V99.
               10 NOT-TRIB-VALOR   PIC 9(10)V99.
           05 NOT-EMPRESA          PIC 9(02).
