      ******************************************************************
      * Copybook: EMKREG.cpy
      * Author:   ALEXANDRE BELCHIOR MEDEIROS
      * Purpose:  AREA DE COMUNICACAO COM A ROTINA COMUM EMPCHK
      *           (EMPRESA/FILIAL DO MOVIMENTO) - O CHAMADOR INFORMA O
      *           USUARIO E A EMPRESA; A ROTINA DEVOLVE 'P' COM A
      *           RAZAO SOCIAL E A UF DA EMPRESA, OU 'N' COM O MOTIVO
      *           (NAO CADASTRADA, INATIVA OU USUARIO SEM A FUNCAO
      *           EMPRESnn NA MATRIZ PERMISSA). USUARIO EM BRANCO
      *           (PROGRAMA BATCH) SO CONFERE O CADASTRO.
      * Modification History:
      * 15/10/2026 ABM  Layout inicial.
      ******************************************************************
       01 EMPCHK-AREA.
           05 EMK-USUARIO          PIC X(20).
           05 EMK-EMPRESA          PIC 9(02).
           05 EMK-RESULTADO        PIC X(01).
               88 EMPRESA-OK       VALUE 'P'.
               88 EMPRESA-NEGADA   VALUE 'N'.
           05 EMK-MOTIVO           PIC X(30).
           05 EMK-RAZAO-SOCIAL     PIC X(40).
           05 EMK-UF               PIC X(02).
