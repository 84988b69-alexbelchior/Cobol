      *           FUNCOES EM USO: FECHASOB (SOBREPOR DIVERGENCIA NO
      *           FECHADIA), EXCLUIR (EXCLUSAO DE CLIENTE), CLIMERGE
      *           (MESCLAGEM), PERREABR (REABRIR PERIODO NO
      *           PERFECHA), PEDLIBER (LIBERAR PEDIDO RETIDO),
      *           PAGCONF (DECIDIR NOTA BLOQUEADA NA CONFERENCIA DE
      *           TRES VIAS NO PAGMANU), PONTOREP (APROVAR PONTO DE
      *           REPOSICAO PROPOSTO NO ESTMANU), NOTACANC (CANCELAR
      *           NOTA EMITIDA E INUTILIZAR NUMERO DE NOTA OU
      *           FATURA), DADOPESS (DADO PESSOAL DA LGPD NO EXTRATOR
      *           DELIMITADO EXTPLAN), EMPRESnn (TRABALHAR NA
      *           EMPRESA/FILIAL nn DO MESTRE EMPRESAS - A MATRIZ 01
      *           SO E CONFERIDA PARA QUEM TEM ALGUMA EMPRESnn
      *           CONCEDIDA; ROTINA COMUM EMPCHK),
      *           DESCAPRV (APROVAR DESCONTO ACIMA DO LIMITE DO
      *           VENDEDOR/FAMILIA).
      * Modification History:
      * 02/09/2026 ABM  Layout inicial.
      * 15/10/2026 ABM  Documenta as funcoes PAGCONF e PONTOREP.
      * 15/10/2026 ABM  Documenta a funcao NOTACANC.
      * 15/10/2026 ABM  NOTACANC cobre tambem a inutilizacao de numero.
      * 15/10/2026 ABM  Pares de funcoes incompativeis ficam em SODREGRA
      *                 (SODREG).
      * 15/10/2026 ABM  Documenta a funcao DADOPESS.
      * 15/10/2026 ABM  Documenta as funcoes EMPRESnn.
      * 15/10/2026 ABM  Documenta a funcao DESCAPRV.
      * 15/10/2026 ABM  EMPRES01 passa a valer para a matriz.
      ******************************************************************
       01 PERMISSAO-REG.
           05 PFN-CHAVE.
