      *                        (TROCA FORCADA NO LOGIN).
      *             DIASINAT - DIAS SEM LOGIN ATE O BLOQUEIO DA
      *                        CONTA NA VARREDURA USUVARRE.
      *             DIASPAGV - JANELA (DIAS) DE TITULOS A VENCER
      *                        NO RELATORIO PAGVENC (CONTAS A
      *                        PAGAR).
      *             TOLCONF  - TOLERANCIA (PORCENTO) DA CONFERENCIA
      *                        DE TRES VIAS NOTA X OC X RECEBIMENTO
      *                        (PRECO, QUANTIDADE E TOTAL - PAGMANU).
      *             MESESPRV - JANELA (MESES, 1 A 12) DA PREVISAO DE
      *                        DEMANDA DO ESTPREVI.
      *             FATSEG   - FATOR DE ESTOQUE DE SEGURANCA DO
      *                        ESTPREVI (MULTIPLICA O EXCESSO DO PICO
      *                        SOBRE A MEDIA NO PRAZO DE ENTREGA).
      *             DIASNEGT - ATRASO MINIMO (DIAS) PARA O NEGEXP
      *                        NEGATIVAR O TITULO NO BIRO DE CREDITO.
      *             VALNEGT  - SALDO MINIMO DO TITULO PARA O NEGEXP
      *                        NEGATIVAR NO BIRO DE CREDITO.
      *             PTOTAXA  - PONTOS DE FIDELIDADE POR REAL DE VENDA
      *                        (ROTINA COMUM PTOLANC).
      *             PTOMESES - VALIDADE (MESES) DOS PONTOS ACUMULADOS.
      *             PTOVALOR - VALOR (REAIS) DE UM PONTO NO RESGATE
      *                        COMO DESCONTO (PROGCOB15).
      *             DIASREPO - DIAS DE CALENDARIO PARA REPOR UM
      *                        PRODUTO SEM ESTOQUE NEM OC ABERTA QUE
      *                        O COBRE (DATA PROMETIDA - PRAZOENT).
      *             DIASTRAN - DIAS UTEIS DE TRANSITO DA UF FORA DA
      *                        TABELA PRAZOUF (PRAZOENT).
      *             DIASPOD  - DIAS APOS O EMBARQUE SEM OCORRENCIA DE
      *                        ENTREGA ATE O PEDIDO SAIR NO PODPEND.
      *             ROTADIG  - DIGITOS INICIAIS DO CEP (1 A 8) QUE
      *                        FORMAM A REGIAO DE UMA ROTA NO
      *                        ROTAMONT.
      *             DIASVIS  - DIAS SEM VISITA REALIZADA ATE O CLIENTE
      *                        DA CARTEIRA SAIR NO VISREL.
      *             DIASCONV - DIAS APOS A VISITA EM QUE PEDIDO OU
      *                        ORCAMENTO DO CLIENTE CONTA COMO
      *                        CONVERSAO DA VISITA (VISREL).
      *             ANOSARQ  - RETENCAO (ANOS) DE PEDIDOS, NOTAS E
      *                        TITULOS ENCERRADOS NOS ARQUIVOS
      *                        CORRENTES ANTES DO ARQUIVAMENTO
      *                        (DOCARQ).
      *             CATDIA   - DIA DA SEMANA (1 = DOMINGO ... 7 =
      *                        SABADO) DO ENVIO TOTAL DO CATALOGO
      *                        PARA A LOJA VIRTUAL (CATEXP); NOS
      *                        DEMAIS DIAS O ENVIO E DELTA.
      *             CICLOA   - FREQUENCIA (MESES ENTRE CONTAGENS, 1 A
      *                        12) DA CONTAGEM CICLICA DOS PRODUTOS
      *                        CLASSE A NA AGENDA DO ESTABC.
      *             CICLOB   - IDEM PARA A CLASSE B.
      *             CICLOC   - IDEM PARA A CLASSE C.
      * Modification History:
      * 22/08/2026 ABM  Layout inicial - CHAVE/VALOR.
      * 22/08/2026 ABM  Documenta a chave JUROSMES.
      *                 pela rotina comum PARMLER e auditoria de
      *                 mudanca em PARMAUD.TXT - este arquivo segue
      *                 como valor corrente/reserva.
      * 15/10/2026 ABM  Documenta a chave DIASPAGV (vencimentos de
      *                 contas a pagar).
      * 15/10/2026 ABM  Documenta a chave TOLCONF.
      * 15/10/2026 ABM  Documenta as chaves MESESPRV e FATSEG (previsao
      *                 de demanda e ponto de reposicao).
      * 15/10/2026 ABM  Documenta as chaves DIASNEGT e VALNEGT
      *                 (negativacao no biro de credito).
      * 15/10/2026 ABM  Documenta as chaves PTOTAXA, PTOMESES e
      *                 PTOVALOR (programa de fidelidade).
      * 15/10/2026 ABM  Documenta as chaves DIASREPO e DIASTRAN (data
      *                 prometida de entrega).
      * 15/10/2026 ABM  Documenta a chave DIASPOD (embarques sem
      *                 comprovante de entrega).
      * 15/10/2026 ABM  Documenta a chave ROTADIG (regiao de rota por
      *                 CEP).
      * 15/10/2026 ABM  Documenta as chaves DIASVIS e DIASCONV (visitas
      *                 de vendedores).
      * 15/10/2026 ABM  Documenta a chave ANOSARQ (retencao do
      *                 arquivamento DOCARQ).
      * 15/10/2026 ABM  Documenta a chave CATDIA (envio total do
      *                 catalogo da loja virtual).
      * 15/10/2026 ABM  Documenta as chaves CICLOA, CICLOB e CICLOC
      *                 (agenda da contagem ciclica por classe ABC).
      ******************************************************************
       01 PARAMETRO-REG.
           05 PRM-CHAVE            PIC X(08).
