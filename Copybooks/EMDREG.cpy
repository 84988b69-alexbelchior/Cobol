      ******************************************************************
      * Copybook: EMDREG.cpy
      * Author:   ALEXANDRE BELCHIOR MEDEIROS
      * Purpose:  LAYOUT DO ENDERECO DE EMAIL DEVOLVIDO (ARQUIVO
      *           EMAILDEV) - CHAVE PELO PROPRIO ENDERECO, COM O
      *           CLIENTE, A DATA E O MOTIVO DA ULTIMA DEVOLUCAO E
      *           QUANTAS VEZES VOLTOU. GRAVADO PELO EMAILRET NA
      *           IMPORTACAO DO RETORNO DO GATEWAY; ENQUANTO O
      *           ENDERECO ESTIVER AQUI A EMAILENF MANDA O DOCUMENTO
      *           PARA IMPRESSAO. O EMAILREL TIRA O REGISTRO QUANDO O
      *           CADASTRO DO CLIENTE JA NAO USA MAIS O ENDERECO.
      * Modification History:
      * 15/10/2026 ABM  Layout inicial.
      ******************************************************************
       01 EMAIL-DEVOLVIDO-REG.
           05 EMD-ENDERECO         PIC X(40).
           05 EMD-CLIENTE          PIC 9(06).
           05 EMD-DATA             PIC 9(08).
           05 EMD-MOTIVO           PIC X(30).
           05 EMD-QTD              PIC 9(04).
