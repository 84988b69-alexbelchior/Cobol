      ******************************************************************
      * Copybook: TCAREG.cpy
      * Author:   ALEXANDRE BELCHIOR MEDEIROS
      * Purpose:  AREA DE CHAMADA DA ROTINA COMUM DE TOTAIS DE
      *           CONTROLE DOS MESTRES (SUBPROGRAMA TOTCTL) - TODO
      *           PROGRAMA QUE INCLUI, ALTERA OU EXCLUI REGISTRO EM
      *           CLIMAST, CONTASR, CLICONTA, ESTOQUE, PEDIDOS OU
      *           NOTAS, DEPOIS DE GRAVAR COM SUCESSO, PREENCHE O
      *           ARQUIVO, A OPERACAO (I = INCLUSAO, A = ALTERACAO,
      *           E = EXCLUSAO), O PROPRIO NOME, A IMAGEM DO REGISTRO
      *           ANTES (ALTERACAO E EXCLUSAO) E DEPOIS (INCLUSAO E
      *           ALTERACAO) E CHAMA
      *               CALL 'TOTCTL' USING TOTCTL-AREA
      *           A IMAGEM DE ANTES E GUARDADA LOGO DEPOIS DA LEITURA
      *           DO REGISTRO QUE SERA REGRAVADO OU EXCLUIDO. QUEM
      *           RECRIA O MESTRE INTEIRO (RESTAURACAO DE BACKUP) CHAMA
      *           ANTES A OPERACAO Z (ZERAR) E DEPOIS INCLUI REGISTRO A
      *           REGISTRO.
      * Modification History:
      * 15/10/2026 ABM  Layout inicial.
      ******************************************************************
       01 TOTCTL-AREA.
           05 TCA-ARQUIVO          PIC X(08).
           05 TCA-OPERACAO         PIC X(01).
               88 TCA-INCLUSAO     VALUE 'I'.
               88 TCA-ALTERACAO    VALUE 'A'.
               88 TCA-EXCLUSAO     VALUE 'E'.
               88 TCA-ZERAR        VALUE 'Z'.
           05 TCA-PROGRAMA         PIC X(10).
           05 TCA-ANTES            PIC X(300).
           05 TCA-DEPOIS           PIC X(300).
