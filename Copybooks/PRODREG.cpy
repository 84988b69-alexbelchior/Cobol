      *                 tamanho do registro - arquivos PRODUTOS ja
      *                 existentes precisam de conversao unica na
      *                 implantacao.
      * 15/10/2026 ABM  Inclui PRO-ALTURA - com largura e comprimento
      *                 da o volume unitario (M3) que a montagem de
      *                 rotas (ROTAMONT) confere contra a capacidade do
      *                 veiculo. ATENCAO: o campo novo muda o tamanho
      *                 do registro - arquivos PRODUTOS ja existentes
      *                 precisam de conversao unica na implantacao
      *                 (altura zerada = produto sem volume).
      * 15/10/2026 ABM  Inclui PRO-SERIALIZADO - 'S' exige a captura
      *                 do numero de serie de cada unidade na entrada,
      *                 na entrega e na devolucao (rotina SERCAPT,
      *                 cadastro SERIAIS). ATENCAO: o campo novo muda o
      *                 tamanho do registro - arquivos PRODUTOS ja
      *                 existentes precisam de conversao unica na
      *                 implantacao (campo em branco = sem serie).
      * 15/10/2026 ABM  Inclui PRO-CLASSE-FISCAL - classe fiscal do
      *                 produto, parte da chave da regra tributaria
      *                 (REGRATRB) na emissao da nota (PROGCOB05).
      *                 ATENCAO: o campo novo muda o tamanho do
      *                 registro - arquivos PRODUTOS ja existentes
      *                 precisam de conversao unica na implantacao
      *                 (campo em branco = classe generica).
      * 15/10/2026 ABM  Inclui PRO-FAMILIA - familia do produto no
      *                 mestre FAMILIAS, com o desconto maximo por linha
      *                 conferido na venda (rotina DESCCHK). ATENCAO: o
      *                 campo novo muda o tamanho do registro - arquivos
      *                 PRODUTOS ja existentes precisam de conversao
      *                 unica na implantacao (em branco = sem familia).
      ******************************************************************
       01 PRODUTO-REG.
           05 PRO-CODIGO           PIC 9(06).
           05 PRO-STATUS           PIC X(01).
               88 PRODUTO-ATIVO    VALUE 'A'.
               88 PRODUTO-INATIVO  VALUE 'I'.
           05 PRO-ALTURA           PIC 9(03)V99.
           05 PRO-SERIALIZADO      PIC X(01).
               88 PRODUTO-SERIALIZADO VALUE 'S'.
           05 PRO-CLASSE-FISCAL    PIC X(04).
           05 PRO-FAMILIA          PIC X(04).
