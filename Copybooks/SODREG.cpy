      ******************************************************************
      * Copybook: SODREG.cpy
      * Author:   ALEXANDRE BELCHIOR MEDEIROS
      * Purpose:  LAYOUT DAS REGRAS DE SEGREGACAO DE FUNCOES (ARQUIVO
      *           SODREGRA) - PAR DE FUNCOES DA MATRIZ PERMISSA QUE
      *           NAO DEVEM ESTAR NA MAO DO MESMO USUARIO (EX.:
      *           RECBAIXA X RECPERDA, ACORMANU X PEDLIBER), COM O
      *           NIVEL DE RISCO. MANTIDO NO USUMANU (OPCAO 6, R);
      *           LIDO PELO SODREL (RELATORIO MENSAL DE CONFLITOS) E
      *           PELO USUMANU NO AVISO DE CONFLITO NA CONCESSAO. A
      *           ORDEM DAS DUAS FUNCOES NO PAR NAO IMPORTA.
      * Modification History:
      * 15/10/2026 ABM  Layout inicial.
      ******************************************************************
       01 SOD-REGRA-REG.
           05 SOD-CHAVE.
               10 SOD-FUNCAO-A     PIC X(08).
               10 SOD-FUNCAO-B     PIC X(08).
           05 SOD-RISCO            PIC X(01).
               88 SOD-RISCO-ALTO   VALUE 'A'.
               88 SOD-RISCO-MEDIO  VALUE 'M'.
               88 SOD-RISCO-BAIXO  VALUE 'B'.
               88 SOD-RISCO-VALIDO VALUE 'A' 'M' 'B'.
           05 SOD-DESCRICAO        PIC X(40).
