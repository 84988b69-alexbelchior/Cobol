      ******************************************************************
      * Copybook: EMLREG.cpy
      * Author:   ALEXANDRE BELCHIOR MEDEIROS
      * Purpose:  AREA DE COMUNICACAO COM A ROTINA COMUM EMAILENF
      *           (FILA DE EMAIL DE SAIDA) - O CHAMADOR INFORMA A
      *           FUNCAO, O CLIENTE, O PROGRAMA DE ORIGEM, O ASSUNTO,
      *           O CODIGO DO MODELO DE TEXTO DO CORPO E O ARQUIVO
      *           ANEXO. FUNCAO V SO RESOLVE O DESTINATARIO; FUNCAO G
      *           GRAVA A LINHA NA FILA (EMAILQ.TXT). A ROTINA DEVOLVE
      *           E (VAI POR EMAIL, COM O ENDERECO) OU I (IMPRIMIR,
      *           COM O MOTIVO).
      * Modification History:
      * 15/10/2026 ABM  Layout inicial.
      ******************************************************************
       01 EMAILENF-AREA.
           05 EML-FUNCAO           PIC X(01).
               88 EML-VERIFICAR    VALUE 'V'.
               88 EML-GRAVAR       VALUE 'G'.
           05 EML-CLIENTE          PIC 9(06).
           05 EML-ORIGEM           PIC X(08).
           05 EML-ASSUNTO          PIC X(60).
           05 EML-MODELO           PIC X(08).
           05 EML-ANEXO            PIC X(20).
           05 EML-RESULTADO        PIC X(01).
               88 EML-ENFILEIRADO  VALUE 'E'.
               88 EML-IMPRIMIR     VALUE 'I'.
           05 EML-DESTINATARIO     PIC X(40).
           05 EML-MOTIVO           PIC X(30).
