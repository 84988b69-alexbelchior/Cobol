      ******************************************************************
      * Copybook: EMCREG.cpy
      * Author:   ALEXANDRE BELCHIOR MEDEIROS
      * Purpose:  LAYOUT DO MESTRE DE EMPRESAS/FILIAIS (ARQUIVO
      *           EMPRESAS) - UM REGISTRO POR ESTABELECIMENTO COM CNPJ
      *           PROPRIO: IDENTIFICACAO FISCAL DO EMITENTE (NOTAIMP,
      *           NFEEXP), UF DE ORIGEM DA NOTA (PROGCOB05), DADOS DA
      *           CONTA DE COBRANCA DA REMESSA (RECREMES) E AS SERIES
      *           PROPRIAS DE NOTA E FATURA NO PEDCTRL. A EMPRESA 01 E
      *           A MATRIZ - REGISTROS ANTIGOS DOS ARQUIVOS CONVERTIDOS
      *           FICAM NELA. CODIGOS DE 01 A 09.
      * Modification History:
      * 15/10/2026 ABM  Layout inicial.
      * 15/10/2026 ABM  Inclui EMC-CHAVE-PIX - chave Pix (CNPJ, email,
      *                 telefone ou chave aleatoria) da conta que recebe
      *                 as cobrancas Pix da empresa (PIXREMES). Sem
      *                 chave a empresa nao gera cobranca Pix.
      *                 ATENCAO: o campo novo muda o tamanho do
      *                 registro - arquivo EMPRESAS ja existente precisa
      *                 de conversao unica na implantacao.
      ******************************************************************
       01 EMPRESA-CAD-REG.
           05 EMC-CODIGO           PIC 9(02).
           05 EMC-CNPJ             PIC X(14).
           05 EMC-INSCRICAO        PIC X(14).
           05 EMC-RAZAO-SOCIAL     PIC X(40).
           05 EMC-LOGRADOURO       PIC X(40).
           05 EMC-CIDADE           PIC X(30).
           05 EMC-UF               PIC X(02).
           05 EMC-CEP              PIC X(08).
           05 EMC-BANCO            PIC 9(03).
           05 EMC-AGENCIA          PIC 9(05).
           05 EMC-CONTA            PIC X(12).
           05 EMC-CONVENIO         PIC X(10).
           05 EMC-STATUS           PIC X(01).
               88 EMPRESA-ATIVA    VALUE 'A'.
               88 EMPRESA-INATIVA  VALUE 'I'.
           05 EMC-DATA-ALTERACAO   PIC 9(08).
           05 EMC-CHAVE-PIX        PIC X(77).
