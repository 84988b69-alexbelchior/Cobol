      * 02/09/2026 ABM  Programa original.
      * 02/09/2026 ABM  Registra entrada e saida no log de sessoes
      *                 pela rotina comum (CALL 'SESSLOG').
      * 15/10/2026 ABM  Extrato mostra o pago pela folha e a situacao do
      *                 envio; fechamento recusado enquanto o mes
      *                 anterior aguarda retorno da folha (COMFRET).
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. COMMANU.
           88 FIM-LEDGER   VALUE 'S'.
       77 WRK-VALOR-ED     PIC -ZZZZZZZZ9,99 VALUE ZEROS.
       77 WRK-VALOR2-ED    PIC -ZZZZZZZZ9,99 VALUE ZEROS.
       77 WRK-FOLHA-PENDENTE PIC X(01) VALUE 'N'.
           88 FOLHA-PENDENTE VALUE 'S'.
       01 WRK-ANO-MES-GRP.
           05 WRK-ANO-MES      PIC 9(06) VALUE ZEROS.
           05 WRK-ANO-MES-ED REDEFINES WRK-ANO-MES.
           05 WRK-PROX-MES-ED REDEFINES WRK-PROX-MES.
               10 WRK-PM-ANO    PIC 9(04).
               10 WRK-PM-MES    PIC 9(02).
       01 WRK-ANT-MES-GRP.
           05 WRK-ANT-MES      PIC 9(06) VALUE ZEROS.
           05 WRK-ANT-MES-ED REDEFINES WRK-ANT-MES.
               10 WRK-AN-ANO    PIC 9(04).
               10 WRK-AN-MES    PIC 9(02).
       01 WRK-CML-SALVO       PIC X(95) VALUE SPACES.
       01 WRK-DATA-HORA.
           05 WRK-DH-DATA   PIC 9(08).
           05 WRK-DH-HORA   PIC 9(06).
                    MOVE ZEROS TO CML-SALDO-ANTERIOR
                    MOVE ZEROS TO CML-SALDO
                    MOVE 'A' TO CML-STATUS
                    MOVE ZEROS TO CML-PAGO-FOLHA
                    MOVE SPACE TO CML-FOLHA-STATUS
                    MOVE ZEROS TO CML-FOLHA-LOTE
                    MOVE ZEROS TO CML-FOLHA-VALOR
                    MOVE '23' TO WRK-FS-LEDGCOM
            END-READ.

       2910-RECALCULAR-E-GRAVAR.
            COMPUTE CML-SALDO = CML-SALDO-ANTERIOR
                + CML-GANHO + CML-AJUSTES - CML-ADIANTAMENTOS
                - CML-PAGO-FOLHA.
            REWRITE COM-LEDGER-REG
                INVALID KEY
                    WRITE COM-LEDGER-REG
                INTO REL-LINHA
            END-STRING.
            WRITE REL-LINHA.
            MOVE CML-PAGO-FOLHA TO WRK-VALOR-ED.
            MOVE SPACES TO REL-LINHA.
            STRING 'PAGO PELA FOLHA.....: ' DELIMITED SIZE
                WRK-VALOR-ED DELIMITED SIZE
                '   (SALDO DO MES ANTERIOR)' DELIMITED SIZE
                INTO REL-LINHA
            END-STRING.
            WRITE REL-LINHA.
            MOVE CML-SALDO-ANTERIOR TO WRK-VALOR-ED.
            MOVE CML-SALDO TO WRK-VALOR2-ED.
            MOVE SPACES TO REL-LINHA.
                INTO REL-LINHA
            END-STRING.
            WRITE REL-LINHA.
            IF NOT FOLHA-NAO-ENVIADO
                MOVE CML-FOLHA-VALOR TO WRK-VALOR-ED
                MOVE SPACES TO REL-LINHA
                STRING 'FOLHA: SITUACAO ' DELIMITED SIZE
                    CML-FOLHA-STATUS DELIMITED SIZE
                    ' LOTE ' DELIMITED SIZE
                    CML-FOLHA-LOTE DELIMITED SIZE
                    ' VALOR ENVIADO ' DELIMITED SIZE
                    WRK-VALOR-ED DELIMITED SIZE
                    INTO REL-LINHA
                END-STRING
                WRITE REL-LINHA
            END-IF.
            MOVE SPACES TO REL-LINHA.
            WRITE REL-LINHA.
            DISPLAY 'EXTRATO GRAVADO EM COMEXTR.TXT'.
      *----------------------------------------------------------------
      * FECHAMENTO - O MES TRAVA E O SALDO E TRANSPORTADO PARA O MES
      * SEGUINTE COMO SALDO ANTERIOR; DALI EM DIANTE, QUALQUER
      * RECALCULO VIRA AJUSTE NO MES SEGUINTE (COMISSAO). MES ANTERIOR
      * ENVIADO A FOLHA E AINDA SEM RETORNO SEGURA O FECHAMENTO: O
      * PAGAMENTO ACEITO PRECISA ABATER ESTE MES ANTES DE O SALDO
      * SEGUIR ADIANTE, SENAO IRIA PARA A FOLHA DE NOVO.
      *----------------------------------------------------------------
       6000-FECHAR-MES.
            PERFORM 2900-PEDIR-CHAVE.
            IF COMIS-MES-FECHADO
                DISPLAY 'MES JA ESTAVA FECHADO'
            ELSE
                PERFORM 6050-CONFERIR-FOLHA-ANTERIOR
                IF FOLHA-PENDENTE
                    DISPLAY 'MES ANTERIOR AGUARDA RETORNO DA FOLHA - '
                        'FECHAMENTO RECUSADO'
                ELSE
                    PERFORM 6060-EFETIVAR-FECHAMENTO
                END-IF
            END-IF.

       6050-CONFERIR-FOLHA-ANTERIOR.
            MOVE COM-LEDGER-REG TO WRK-CML-SALVO.
            MOVE 'N' TO WRK-FOLHA-PENDENTE.
            MOVE WRK-ANO-MES TO WRK-ANT-MES.
            IF WRK-AN-MES = 01
                MOVE 12 TO WRK-AN-MES
                SUBTRACT 1 FROM WRK-AN-ANO
            ELSE
                SUBTRACT 1 FROM WRK-AN-MES
            END-IF.
            MOVE WRK-VENDEDOR TO CML-VENDEDOR.
            MOVE WRK-ANT-MES TO CML-ANO-MES.
            READ COM-LEDGER
                INVALID KEY
                    CONTINUE
                NOT INVALID KEY
                    IF FOLHA-ENVIADO
                        MOVE 'S' TO WRK-FOLHA-PENDENTE
                    END-IF
            END-READ.
            MOVE WRK-CML-SALVO TO COM-LEDGER-REG.

       6060-EFETIVAR-FECHAMENTO.
            MOVE 'F' TO CML-STATUS.
            PERFORM 2910-RECALCULAR-E-GRAVAR.
            MOVE ZEROS TO WRK-VALOR.
            MOVE 'FECHAMENTO DO MES' TO WRK-MOTIVO.
            MOVE 'F' TO CMV-TIPO.
            PERFORM 2920-GRAVAR-MOVIMENTO.
            PERFORM 6100-TRANSPORTAR-SALDO.
            DISPLAY 'MES FECHADO - SALDO ' CML-SALDO ' TRANSPORTADO'.

       6100-TRANSPORTAR-SALDO.
            MOVE CML-SALDO TO WRK-VALOR.
            MOVE WRK-ANO-MES TO WRK-PROX-MES.
                    MOVE ZEROS TO CML-SALDO-ANTERIOR
                    MOVE ZEROS TO CML-SALDO
                    MOVE 'A' TO CML-STATUS
                    MOVE ZEROS TO CML-PAGO-FOLHA
                    MOVE SPACE TO CML-FOLHA-STATUS
                    MOVE ZEROS TO CML-FOLHA-LOTE
                    MOVE ZEROS TO CML-FOLHA-VALOR
            END-READ.
            MOVE WRK-VALOR TO CML-SALDO-ANTERIOR.
            PERFORM 2910-RECALCULAR-E-GRAVAR.
