      * Purpose: CONCILIACAO DA FATURA DE FRETE DA TRANSPORTADORA -
      *          IMPORTA A FATURA MENSAL (ARQUIVO DE LARGURA FIXA,
      *          UMA LINHA POR EMBARQUE COBRADO) E CASA CADA COBRANCA
      *          COM O FRETE PREVISTO DO EMBARQUE (EMBARQUE - COTACAO
      *          DA TABELA CONTRATADA DA TRANSPORTADORA OU, SEM TABELA,
      *          SOMA DOS PED-FRETE), REPORTANDO TRES CLASSES
      *          DE EXCECAO - COBRADO SEM EMBARQUE, EMBARQUE SEM
      *          COBRANCA E VALOR DIVERGENTE - NO MESMO PADRAO DO
      *          BCOCONC/CLIEXCEP. FRETE E O SEGUNDO MAIOR CUSTO DA
      ******************************************************************
      * Modification History:
      * 02/09/2026 ABM  Programa original.
      * 15/10/2026 ABM  Divergencia de valor informa se o previsto veio
      *                 da tabela contratada (TABFRETE) ou do frete do
      *                 cliente.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. FRETCONC.
                    MOVE FAT-TRANSPORTADORA TO EXCEP-TRANSP
                    MOVE EMB-FRETE-PREVISTO TO EXCEP-PREVISTO
                    MOVE FAT-VALOR TO EXCEP-COBRADO
                    IF EMB-FRETE-CONTRATADO
                        MOVE 'VALOR DIFERE DA TABELA CONTRATADA'
                            TO EXCEP-MOTIVO
                    ELSE
                        MOVE 'VALOR DIFERE DO FRETE DO CLIENTE'
                            TO EXCEP-MOTIVO
                    END-IF
                    WRITE EXCEP-LINHA
                ELSE
                    ADD 1 TO WRK-QTD-CASADOS
