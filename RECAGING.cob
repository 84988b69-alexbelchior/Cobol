      * 22/08/2026 ABM  Passa a registrar inicio/fim, retorno e
      *                 contadores no arquivo JOBLOG via a rotina
      *                 comum (CALL 'JOBLOG').
      * 15/10/2026 ABM  Empresa/filial no SYSIN (00 = aging
      *                 consolidado): so entram os titulos da empresa
      *                 (RCB-EMPRESA; sem empresa = 01) e o cabecalho
      *                 mostra a empresa.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RECAGING.
       77 WRK-DIAS-HOJE    PIC 9(07) VALUE ZEROS.
       77 WRK-DIAS-VENC    PIC 9(07) VALUE ZEROS.
       77 WRK-QTD-TITULOS  PIC 9(06) VALUE ZEROS.
       77 WRK-EMPRESA      PIC 9(02) VALUE ZEROS.
           88 TODAS-EMPRESAS VALUE ZEROS.
       77 WRK-EMPRESA-TIT  PIC 9(02) VALUE ZEROS.
       01 WRK-EMPRESA-CAB.
           05 FILLER           PIC X(09) VALUE 'EMPRESA: '.
           05 WRK-CAB-EMPRESA  PIC 9(02) VALUE ZEROS.
       01 WRK-DATA-HOJE-GRP.
           05 WRK-DATA-HOJE    PIC 9(08) VALUE ZEROS.
           05 WRK-DATA-HOJE-ED REDEFINES WRK-DATA-HOJE.
            MOVE 'I' TO JBL-EVENTO.
            CALL 'JOBLOG' USING JOBLOG-AREA.
            ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD.
      *----------------------------------------------------------------
      * EMPRESA/FILIAL DO SYSIN - 00 E O AGING CONSOLIDADO.
      *----------------------------------------------------------------
            ACCEPT WRK-EMPRESA.
            IF TODAS-EMPRESAS
                MOVE 'CONSOLIDADO' TO WRK-EMPRESA-CAB
            ELSE
                MOVE WRK-EMPRESA TO WRK-CAB-EMPRESA
            END-IF.
            OPEN OUTPUT REL-AGING.
            OPEN INPUT CLIENTES-MASTER.
            MOVE 1 TO RPT-PAGINA.
            ACCEPT RPT-DATA-EMISSAO FROM DATE YYYYMMDD.
            MOVE SPACES TO REL-LINHA.
            STRING 'AGING DE CONTAS A RECEBER' DELIMITED SIZE
                '   ' DELIMITED SIZE
                WRK-EMPRESA-CAB DELIMITED SIZE
                '   DATA: ' DELIMITED SIZE
                RPT-DIA DELIMITED SIZE
                '/' DELIMITED SIZE
      *----------------------------------------------------------------
      * PROCEDIMENTO DE ENTRADA DO SORT - LIBERA UM REGISTRO DE
      * TRABALHO POR TITULO AINDA EM ABERTO, COM O VALOR RESIDUAL
      * (VALOR - PAGO), ORDENADO POR CLIENTE. TITULO SEM EMPRESA E DA
      * MATRIZ 01.
      *----------------------------------------------------------------
       2000-SELECIONAR.
            OPEN INPUT CONTAS-A-RECEBER.
            END-READ.

       2020-LIBERAR-TITULO.
            IF RCB-EMPRESA = ZEROS
                MOVE 01 TO WRK-EMPRESA-TIT
            ELSE
                MOVE RCB-EMPRESA TO WRK-EMPRESA-TIT
            END-IF.
            IF RECEB-ABERTA
                AND (TODAS-EMPRESAS OR WRK-EMPRESA-TIT = WRK-EMPRESA)
                COMPUTE WRK-VALOR-ABERTO = RCB-VALOR - RCB-VALOR-PAGO
                IF WRK-VALOR-ABERTO > ZEROS
                    MOVE RCB-CLIENTE         TO SORT-CLIENTE
