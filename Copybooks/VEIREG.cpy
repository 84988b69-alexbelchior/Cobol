      ******************************************************************
      * Copybook: VEIREG.cpy
      * Author:   ALEXANDRE BELCHIOR MEDEIROS
      * Purpose:  LAYOUT DO MESTRE DE VEICULOS DA FROTA PROPRIA
      *           (ARQUIVO VEICULOS) - CODIGO, PLACA, DESCRICAO,
      *           MOTORISTA, CAPACIDADE DE CARGA EM PESO (KG) E EM
      *           VOLUME (M3) E STATUS. CAPACIDADE ZERADA NAO LIMITA
      *           (VEICULO SEM CONTROLE DAQUELA MEDIDA). MANTIDO PELO
      *           VEIMANU E LIDO PELA MONTAGEM DE ROTAS (ROTAMONT),
      *           QUE ENCHE OS VEICULOS ATIVOS NA ORDEM DO CODIGO.
      * Modification History:
      * 15/10/2026 ABM  Layout inicial.
      ******************************************************************
       01 VEICULO-REG.
           05 VEI-CODIGO           PIC 9(03).
           05 VEI-PLACA            PIC X(07).
           05 VEI-DESCRICAO        PIC X(30).
           05 VEI-MOTORISTA        PIC X(30).
           05 VEI-CAP-PESO         PIC 9(05)V99.
           05 VEI-CAP-VOLUME       PIC 9(03)V999.
           05 VEI-STATUS           PIC X(01).
               88 VEICULO-ATIVO    VALUE 'A'.
               88 VEICULO-INATIVO  VALUE 'I'.
