      ******************************************************************
      * Modification History:
      * 02/09/2026 ABM  Programa original.
      * 15/10/2026 ABM  Linha de historico com status de/para iguais
      *                 (ocorrencia de transportadora sem mudanca de
      *                 status, PODIMP) nao conta como faturamento ou
      *                 entrega.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PEDLEAD.
                AND WRK-EVT-MES = WRK-PED-MES
                AND (PSH-STATUS-DEPOIS = 'F'
                    OR PSH-STATUS-DEPOIS = 'E')
                AND PSH-STATUS-ANTES NOT = PSH-STATUS-DEPOIS
                MOVE PSH-PEDIDO TO PED-NUMERO
                READ PEDIDOS
                    INVALID KEY
