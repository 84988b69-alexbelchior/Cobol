      ******************************************************************
      * Author:  ALEXANDRE BELCHIOR MEDEIROS
      * Date:    15/10/2026
      * Purpose: ROTINA COMUM DO TETO DAS SERIES DE NUMERACAO DO
      *          PEDCTRL - CHAMADA POR QUEM INCREMENTA UM CONTADOR DE
      *          NOTA ('NT'/'Nn'), FATURA ('FT'/'Fn') OU REMESSA
      *          BANCARIA ('RM'/'Rn') E PELO EMPMANU NA ABERTURA DA
      *          SERIE DA FILIAL. NOTA E FATURA TEM UMA FAIXA POR
      *          EMPRESA: A EMPRESA n VAI ATE (n + 1) x 100000 - 1,
      *          LOGO ABAIXO DO INICIO DA FAIXA DA EMPRESA SEGUINTE
      *          (A MATRIZ 01, QUE COMECOU DO 1, VAI ATE 199999) -
      *          NOTAS E CONTASR TEM UMA CHAVE SO PARA TODAS AS
      *          EMPRESAS E A FAIXA DE UMA NAO PODE INVADIR A DA
      *          OUTRA. A REMESSA TEM SEQUENCIA PROPRIA POR CONVENIO
      *          E VAI ATE O TAMANHO DO CAMPO NO HEADER (999999).
      *          NUMERO ACIMA DO TETO E RECUSADO COM ALERTA CRITICO;
      *          A MENOS DE WRK-MARGEM-AVISO NUMEROS DO TETO A SERIE
      *          GERA ALERTA DE ATENCAO, COM TEMPO DE ABRIR OUTRA
      *          FAIXA ANTES DE PARAR O FATURAMENTO.
      ******************************************************************
      * Modification History:
      * 15/10/2026 ABM  Programa original.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SERLIM.
       DATA DIVISION.
       WORKING-STORAGE SECTION.
       77 WRK-MARGEM-AVISO PIC 9(06) VALUE 1000.
       77 WRK-TETO-REMESSA PIC 9(06) VALUE 999999.
       77 WRK-EMPRESA      PIC 9(01) VALUE ZEROS.
       77 WRK-NUMERO-ED    PIC ZZZZZZ9.
       77 WRK-LIMITE-ED    PIC ZZZZZZ9.
           COPY ALTREG.
       LINKAGE SECTION.
           COPY SLMREG.
       PROCEDURE DIVISION USING SERLIM-AREA.
       0000-PRINCIPAL SECTION.
            MOVE 'P' TO SLM-RESULTADO.
            MOVE ZEROS TO SLM-RESTANTES.
            PERFORM 1000-CALCULAR-LIMITE.
            IF SLM-NUMERO > SLM-LIMITE
                MOVE 'N' TO SLM-RESULTADO
                INITIALIZE ALERTA-AREA
                MOVE 'C' TO ALT-SEVERIDADE
                PERFORM 2000-ALERTAR-SERIE
            ELSE
                COMPUTE SLM-RESTANTES = SLM-LIMITE - SLM-NUMERO
                IF SLM-RESTANTES < WRK-MARGEM-AVISO
                    INITIALIZE ALERTA-AREA
                    MOVE 'A' TO ALT-SEVERIDADE
                    PERFORM 2000-ALERTAR-SERIE
                END-IF
            END-IF.
            GOBACK.

      *----------------------------------------------------------------
      * O SEGUNDO CARACTER DA SERIE E A EMPRESA ('N2'..'N9'); 'NT',
      * 'FT' E 'RM' SAO DA MATRIZ 01.
      *----------------------------------------------------------------
       1000-CALCULAR-LIMITE.
            IF SLM-SERIE(1:1) = 'R'
                MOVE WRK-TETO-REMESSA TO SLM-LIMITE
            ELSE
                IF SLM-SERIE(2:1) IS NUMERIC
                    MOVE SLM-SERIE(2:1) TO WRK-EMPRESA
                ELSE
                    MOVE 1 TO WRK-EMPRESA
                END-IF
                COMPUTE SLM-LIMITE = (WRK-EMPRESA + 1) * 100000 - 1
            END-IF.

      *----------------------------------------------------------------
      * ALERTA DA SERIE PARA O SUPORTE - A ROTINA ALERTAR NAO REPETE
      * O AVISO ENQUANTO O ANTERIOR DA MESMA SERIE ESTIVER ABERTO.
      *----------------------------------------------------------------
       2000-ALERTAR-SERIE.
            MOVE SLM-NUMERO TO WRK-NUMERO-ED.
            MOVE SLM-LIMITE TO WRK-LIMITE-ED.
            IF ALT-CRITICO
                STRING 'SERIE ' DELIMITED SIZE
                    SLM-SERIE DELIMITED SIZE
                    ' ESGOTADA - NUMERO ' DELIMITED SIZE
                    WRK-NUMERO-ED DELIMITED SIZE
                    ' ACIMA DO TETO ' DELIMITED SIZE
                    WRK-LIMITE-ED DELIMITED SIZE
                    INTO ALT-TEXTO
                END-STRING
            ELSE
                STRING 'SERIE ' DELIMITED SIZE
                    SLM-SERIE DELIMITED SIZE
                    ' PERTO DO TETO - NUMERO ' DELIMITED SIZE
                    WRK-NUMERO-ED DELIMITED SIZE
                    ' TETO ' DELIMITED SIZE
                    WRK-LIMITE-ED DELIMITED SIZE
                    INTO ALT-TEXTO
                END-STRING
            END-IF.
            MOVE 'SERIE' TO ALT-TIPO.
            MOVE 'SUPORTE' TO ALT-PAPEL.
            MOVE SLM-SERIE TO ALT-DOCUMENTO.
            MOVE SLM-PROGRAMA TO ALT-PROGRAMA.
            CALL 'ALERTAR' USING ALERTA-AREA.

       END PROGRAM SERLIM.
