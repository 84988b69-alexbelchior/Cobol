      ******************************************************************
      * Copybook: EMPRREG.cpy
      * Author:   ALEXANDRE BELCHIOR MEDEIROS
      * Purpose:  IDENTIFICACAO DA EMPRESA EMITENTE DOS DOCUMENTOS
      *           FISCAIS (CNPJ, INSCRICAO ESTADUAL, RAZAO SOCIAL E
      *           ENDERECO), USADA NO HEADER DO ARQUIVO DA NF-E
      *           (NFEEXP). AREA DE WORKING-STORAGE COM OS VALORES DA
      *           INSTALACAO - OS DADOS SAO AJUSTADOS AQUI NA
      *           IMPLANTACAO E OS PROGRAMAS QUE USAM O COPYBOOK SAO
      *           RECOMPILADOS.
      * Modification History:
      * 15/10/2026 ABM  Layout inicial.
      ******************************************************************
       01 EMPRESA-EMITENTE.
           05 EMP-CNPJ             PIC X(14) VALUE ZEROS.
           05 EMP-INSCRICAO        PIC X(14) VALUE ZEROS.
           05 EMP-RAZAO-SOCIAL     PIC X(40) VALUE SPACES.
           05 EMP-LOGRADOURO       PIC X(40) VALUE SPACES.
           05 EMP-CIDADE           PIC X(30) VALUE SPACES.
           05 EMP-UF               PIC X(02) VALUE SPACES.
           05 EMP-CEP              PIC X(08) VALUE ZEROS.
