      *          REGISTRADA NO JOBLOG (PROGRAMA CLRESTRT, RETORNO =
      *          PASSO) PARA O OPERREL MOSTRA-LA HONESTAMENTE.
      *          RETORNOS: 0 = CADEIA LIMPA, NADA A RETOMAR;
      *          1-52 = RETOMAR DO PASSO N; 99 = RETOMADA RECUSADA
      *          (99 NAO COLIDE COM NUMERO DE PASSO).
      ******************************************************************
      * Modification History:
      * 02/09/2026 ABM  Programa original.
      * 15/10/2026 ABM  Inclui o passo PAGVENC (vencimentos de contas a
      *                 pagar) na ordem oficial da cadeia, antes do
      *                 OPERREL.
      * 15/10/2026 ABM  Inclui o passo PAGCONF (excecoes da conferencia
      *                 de tres vias do contas a pagar) antes do
      *                 OPERREL.
      * 15/10/2026 ABM  Inclui o passo OCSUGERE (sugestao de compra)
      *                 antes do OPERREL.
      * 15/10/2026 ABM  Inclui o passo NFEEXP (arquivo de envio da NF-e)
      *                 antes do OPERREL.
      * 15/10/2026 ABM  Inclui o passo FATCONC (conciliacao pedido x
      *                 nota x titulos) antes do OPERREL.
      * 15/10/2026 ABM  Inclui o passo ADTREL (adiantamentos de clientes
      *                 em aberto) antes do OPERREL.
      * 15/10/2026 ABM  Inclui o passo NEGEXP (negativacao no biro de
      *                 credito) antes do OPERREL.
      * 15/10/2026 ABM  Inclui o passo PTOACUM (acumulo de pontos de
      *                 fidelidade) antes do OPERREL.
      * 15/10/2026 ABM  Inclui o passo PRECATIV (ativacao das tabelas de
      *                 preco programadas) antes do OPERREL.
      * 15/10/2026 ABM  Inclui os passos PODIMP (ocorrencias de entrega
      *                 das transportadoras) e PODPEND (embarques sem
      *                 comprovante) antes do OPERREL.
      * 15/10/2026 ABM  Inclui o passo ROTAMONT (montagem de rotas da
      *                 frota propria).
      * 15/10/2026 ABM  Inclui o passo OMTREL (ordens de montagem de
      *                 kit) antes do OPERREL.
      * 15/10/2026 ABM  Inclui o passo SERCONC (conciliacao de series x
      *                 estoque) antes do OPERREL.
      * 15/10/2026 ABM  Inclui o passo SACSLA (prazo dos chamados SAC)
      *                 antes do OPERREL.
      * 15/10/2026 ABM  Inclui o passo CSGPOS (posicao em consignacao
      *                 por cliente) antes do OPERREL.
      * 15/10/2026 ABM  Inclui o passo VISREL (visitas de vendedores)
      *                 antes do OPERREL.
      * 15/10/2026 ABM  Inclui o passo TOTCONF (conferencia dos totais
      *                 de controle dos mestres) depois do BACKUP.
      * 15/10/2026 ABM  Inclui o passo ALRDIGES (escalacao e resumo
      *                 diario dos alertas de negocio) antes do OPERREL.
      * 15/10/2026 ABM  Inclui o passo RELDIST (corte por destinatario)
      *                 antes do OPERREL.
      * 15/10/2026 ABM  Inclui o passo CATEXP (catalogo da loja virtual)
      *                 antes do OPERREL.
      * 15/10/2026 ABM  Inclui o passo PIXREMES (cobranca Pix dos
      *                 titulos) antes do OPERREL.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CLRESTRT.
       77 WRK-DATA-HOJE    PIC 9(08) VALUE ZEROS.
       77 WRK-SUB          PIC 9(02) VALUE ZEROS.
       77 WRK-PASSO-RETOMAR PIC 9(02) VALUE ZEROS.
       77 WRK-PASSO-CLIRELB PIC 9(02) VALUE 3.
       77 WRK-ACHOU        PIC X(01) VALUE 'N'.
           88 ACHOU-PASSO  VALUE 'S'.
       77 WRK-PASSO-LIMPO  PIC X(01) VALUE 'N'.
      *----------------------------------------------------------------
       01 WRK-PASSOS-LIT.
           05 FILLER PIC X(10) VALUE 'CLIBACKUP'.
           05 FILLER PIC X(10) VALUE 'TOTCONF'.
           05 FILLER PIC X(10) VALUE 'CLIRELB'.
           05 FILLER PIC X(10) VALUE 'SALESSUM'.
           05 FILLER PIC X(10) VALUE 'CLIRECON'.
           05 FILLER PIC X(10) VALUE 'ARMOCUPA'.
           05 FILLER PIC X(10) VALUE 'CLICHECK'.
           05 FILLER PIC X(10) VALUE 'CLIDORM'.
           05 FILLER PIC X(10) VALUE 'PAGVENC'.
           05 FILLER PIC X(10) VALUE 'PAGCONF'.
           05 FILLER PIC X(10) VALUE 'OCSUGERE'.
           05 FILLER PIC X(10) VALUE 'NFEEXP'.
           05 FILLER PIC X(10) VALUE 'FATCONC'.
           05 FILLER PIC X(10) VALUE 'ADTREL'.
           05 FILLER PIC X(10) VALUE 'NEGEXP'.
           05 FILLER PIC X(10) VALUE 'PTOACUM'.
           05 FILLER PIC X(10) VALUE 'PRECATIV'.
           05 FILLER PIC X(10) VALUE 'PODIMP'.
           05 FILLER PIC X(10) VALUE 'PODPEND'.
           05 FILLER PIC X(10) VALUE 'ROTAMONT'.
           05 FILLER PIC X(10) VALUE 'OMTREL'.
           05 FILLER PIC X(10) VALUE 'SERCONC'.
           05 FILLER PIC X(10) VALUE 'SACSLA'.
           05 FILLER PIC X(10) VALUE 'CSGPOS'.
           05 FILLER PIC X(10) VALUE 'VISREL'.
           05 FILLER PIC X(10) VALUE 'ALRDIGES'.
           05 FILLER PIC X(10) VALUE 'RELDIST'.
           05 FILLER PIC X(10) VALUE 'CATEXP'.
           05 FILLER PIC X(10) VALUE 'EMAILRET'.
           05 FILLER PIC X(10) VALUE 'EMAILREL'.
           05 FILLER PIC X(10) VALUE 'PIXREMES'.
           05 FILLER PIC X(10) VALUE 'OPERREL'.
           05 FILLER PIC X(10) VALUE 'RESUMDIA'.
           05 FILLER PIC X(10) VALUE 'RELARQ'.
       01 WRK-PASSOS REDEFINES WRK-PASSOS-LIT.
           05 WRK-PASSO PIC X(10) OCCURS 52 TIMES.
           COPY JOBLREG.
       PROCEDURE DIVISION.
       0000-PRINCIPAL SECTION.
            MOVE ZEROS TO WRK-SUB.
            MOVE 'N' TO WRK-ACHOU.
            PERFORM 2100-TESTAR-PASSO
                UNTIL WRK-SUB >= 52 OR ACHOU-PASSO.

       2100-TESTAR-PASSO.
            ADD 1 TO WRK-SUB.
