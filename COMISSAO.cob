      *                 COMMANU nao e reescrito: a diferenca (ex.
      *                 devolucao tardia) vira ajuste no mes seguinte
      *                 - o extrato pago nao muda.
      * 15/10/2026 ABM  Saldo do razao de comissoes abate o pago pela
      *                 folha (CML-PAGO-FOLHA).
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. COMISSAO.
                    MOVE ZEROS TO CML-SALDO-ANTERIOR
                    MOVE ZEROS TO CML-SALDO
                    MOVE 'A' TO CML-STATUS
                    MOVE ZEROS TO CML-PAGO-FOLHA
                    MOVE SPACE TO CML-FOLHA-STATUS
                    MOVE ZEROS TO CML-FOLHA-LOTE
                    MOVE ZEROS TO CML-FOLHA-VALOR
            END-READ.
            IF COMIS-MES-FECHADO
                COMPUTE WRK-DELTA =
                MOVE WRK-VALOR-COMISSAO TO CML-GANHO
                COMPUTE CML-SALDO = CML-SALDO-ANTERIOR
                    + CML-GANHO + CML-AJUSTES
                    - CML-ADIANTAMENTOS - CML-PAGO-FOLHA
                REWRITE COM-LEDGER-REG
                    INVALID KEY
                        WRITE COM-LEDGER-REG
                    MOVE ZEROS TO CML-SALDO-ANTERIOR
                    MOVE ZEROS TO CML-SALDO
                    MOVE 'A' TO CML-STATUS
                    MOVE ZEROS TO CML-PAGO-FOLHA
                    MOVE SPACE TO CML-FOLHA-STATUS
                    MOVE ZEROS TO CML-FOLHA-LOTE
                    MOVE ZEROS TO CML-FOLHA-VALOR
            END-READ.
            ADD WRK-DELTA TO CML-AJUSTES.
            COMPUTE CML-SALDO = CML-SALDO-ANTERIOR
                + CML-GANHO + CML-AJUSTES - CML-ADIANTAMENTOS
                - CML-PAGO-FOLHA.
            REWRITE COM-LEDGER-REG
                INVALID KEY
                    WRITE COM-LEDGER-REG
