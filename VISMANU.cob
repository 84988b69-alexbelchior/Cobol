      ******************************************************************
      * Author:  ALEXANDRE BELCHIOR MEDEIROS
      * Date:    15/10/2026
      * Purpose: AGENDA DE VISITAS DO VENDEDOR - O VENDEDOR PLANEJA A
      *          SEMANA (CLIENTE, DATA, TIPO DA VISITA) E DEPOIS
      *          REGISTRA O RESULTADO DE CADA VISITA: PEDIDO FECHADO,
      *          ORCAMENTO EMITIDO, SEM INTERESSE OU REAGENDADA (QUE
      *          JA GERA A VISITA NOVA). ARQUIVO VISITAS, NUMERADO
      *          PELO REGISTRO 'VS' DO PEDCTRL. CLIENTE FORA DA
      *          CARTEIRA DO VENDEDOR E AVISADO, NAO BLOQUEADO - O
      *          CRTFORA JA MOSTRA ONDE A SOBREPOSICAO VIROU HABITO.
      *          O VISREL FAZ O ACOMPANHAMENTO SEMANAL.
      ******************************************************************
      * Modification History:
      * 15/10/2026 ABM  Programa original.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. VISMANU.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT VISITAS ASSIGN TO 'VISITAS'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS VIS-NUMERO
               ALTERNATE RECORD KEY IS VIS-VENDEDOR WITH DUPLICATES
               ALTERNATE RECORD KEY IS VIS-CLIENTE WITH DUPLICATES
               FILE STATUS IS WRK-FS-VISITA.
           SELECT VENDEDORES ASSIGN TO 'VENDEDOR'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS VEN-CODIGO
               FILE STATUS IS WRK-FS-VENDEDOR.
           SELECT CLIENTES-MASTER ASSIGN TO 'CLIMAST'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CLI-CODIGO
               FILE STATUS IS WRK-FS-MASTER.
           SELECT CARTEIRA ASSIGN TO 'CARTEIRA'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CRT-CLIENTE
               FILE STATUS IS WRK-FS-CARTEIRA.
           SELECT PED-CONTROLE ASSIGN TO 'PEDCTRL'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PCT-CHAVE
               FILE STATUS IS WRK-FS-PEDCTL.
       DATA DIVISION.
       FILE SECTION.
       FD  VISITAS
           LABEL RECORD IS STANDARD.
           COPY VISREG.
       FD  VENDEDORES
           LABEL RECORD IS STANDARD.
           COPY VENDREG.
       FD  CLIENTES-MASTER
           LABEL RECORD IS STANDARD.
           COPY CLIREG.
       FD  CARTEIRA
           LABEL RECORD IS STANDARD.
           COPY CRTREG.
       FD  PED-CONTROLE
           LABEL RECORD IS STANDARD.
       01 PCT-REG.
           05 PCT-CHAVE             PIC X(02).
           05 PCT-ULTIMO-NUMERO     PIC 9(06).
       WORKING-STORAGE SECTION.
       77 WRK-FS-VISITA    PIC X(02) VALUE '00'.
       77 WRK-FS-VENDEDOR  PIC X(02) VALUE '00'.
       77 WRK-FS-MASTER    PIC X(02) VALUE '00'.
       77 WRK-FS-CARTEIRA  PIC X(02) VALUE '00'.
       77 WRK-FS-PEDCTL    PIC X(02) VALUE '00'.
       77 WRK-OPCAO        PIC X(01) VALUE SPACE.
           88 OPCAO-SAIR   VALUE 'X' 'x'.
       77 WRK-CONFIRMA     PIC X(01) VALUE SPACE.
       77 WRK-USUARIO      PIC X(20) VALUE SPACES.
       77 WRK-VENDEDOR     PIC 9(04) VALUE ZEROS.
       77 WRK-CLIENTE      PIC 9(06) VALUE ZEROS.
       77 WRK-VISITA       PIC 9(06) VALUE ZEROS.
       77 WRK-TIPO         PIC X(01) VALUE SPACE.
       77 WRK-RESULTADO    PIC X(01) VALUE SPACE.
       77 WRK-NOTAS        PIC X(60) VALUE SPACES.
       77 WRK-MSG-ERRO     PIC X(40) VALUE SPACES.
       77 WRK-EOF-VISITA   PIC X(01) VALUE 'N'.
           88 FIM-VISITAS  VALUE 'S'.
       77 WRK-QTD-AGENDA   PIC 9(04) VALUE ZEROS.
       77 WRK-DIAS-HOJE    PIC 9(07) VALUE ZEROS.
       77 WRK-DIAS-DATA    PIC 9(07) VALUE ZEROS.
       77 WRK-DIAS-FIM     PIC 9(07) VALUE ZEROS.
       77 WRK-NOVA-VISITA  PIC 9(06) VALUE ZEROS.
       01 WRK-DATA-HOJE-GRP.
           05 WRK-DATA-HOJE    PIC 9(08) VALUE ZEROS.
           05 WRK-DATA-HOJE-ED REDEFINES WRK-DATA-HOJE.
               10 WRK-HOJE-ANO  PIC 9(04).
               10 WRK-HOJE-MES  PIC 9(02).
               10 WRK-HOJE-DIA  PIC 9(02).
       01 WRK-DATA-INF-GRP.
           05 WRK-DATA-INF     PIC 9(08) VALUE ZEROS.
           05 WRK-DATA-INF-ED REDEFINES WRK-DATA-INF.
               10 WRK-INF-ANO   PIC 9(04).
               10 WRK-INF-MES   PIC 9(02).
               10 WRK-INF-DIA   PIC 9(02).
       01 WRK-DATA-NOVA-GRP.
           05 WRK-DATA-NOVA    PIC 9(08) VALUE ZEROS.
      * COPIA DA VISITA ORIGINAL PARA GERAR A REAGENDADA
       01 WRK-VISITA-ANT.
           05 WRK-ANT-VENDEDOR PIC 9(04) VALUE ZEROS.
           05 WRK-ANT-CLIENTE  PIC 9(06) VALUE ZEROS.
           05 WRK-ANT-TIPO     PIC X(01) VALUE SPACE.
           COPY TRVREG.
           COPY SESREG.
       PROCEDURE DIVISION.
       0000-PRINCIPAL SECTION.
            MOVE 'VISMANU' TO TRV-PROGRAMA.
            CALL 'TRAVACHK' USING TRAVA-AREA.
            IF TRAVA-BLOQUEADO
                DISPLAY 'ENCERRANDO SEM ATUALIZAR'
                STOP RUN
            END-IF.
            PERFORM 1000-INICIAR.
            PERFORM 2000-MENU UNTIL OPCAO-SAIR.
            MOVE WRK-USUARIO TO SES-USUARIO.
            MOVE 'VISMANU' TO SES-PROGRAMA.
            MOVE 'SAIDA' TO SES-EVENTO.
            CALL 'SESSLOG' USING SESSLOG-AREA.
            PERFORM 3000-FINALIZAR.
            STOP RUN.

       1000-INICIAR.
            ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD.
            COMPUTE WRK-DIAS-HOJE = (WRK-HOJE-ANO * 360)
                + (WRK-HOJE-MES * 30) + WRK-HOJE-DIA.
            OPEN I-O VISITAS.
            IF WRK-FS-VISITA = '35'
                CLOSE VISITAS
                OPEN OUTPUT VISITAS
                CLOSE VISITAS
                OPEN I-O VISITAS
            END-IF.
            OPEN INPUT VENDEDORES.
            OPEN INPUT CLIENTES-MASTER.
            OPEN INPUT CARTEIRA.
            IF WRK-FS-CARTEIRA = '35'
                CLOSE CARTEIRA
                OPEN OUTPUT CARTEIRA
                CLOSE CARTEIRA
                OPEN INPUT CARTEIRA
            END-IF.
            OPEN I-O PED-CONTROLE.
            IF WRK-FS-PEDCTL = '35'
                CLOSE PED-CONTROLE
                OPEN OUTPUT PED-CONTROLE
                CLOSE PED-CONTROLE
                OPEN I-O PED-CONTROLE
            END-IF.
            DISPLAY 'USUARIO.. '.
            ACCEPT WRK-USUARIO.
            MOVE WRK-USUARIO TO SES-USUARIO.
            MOVE 'VISMANU' TO SES-PROGRAMA.
            MOVE 'ENTRADA' TO SES-EVENTO.
            CALL 'SESSLOG' USING SESSLOG-AREA.

       2000-MENU.
            DISPLAY ' '.
            DISPLAY 'AGENDA DE VISITAS DO VENDEDOR'.
            DISPLAY '1 - PLANEJAR VISITA'.
            DISPLAY '2 - REGISTRAR RESULTADO DA VISITA'.
            DISPLAY '3 - AGENDA DA SEMANA DO VENDEDOR'.
            DISPLAY '4 - CANCELAR VISITA PLANEJADA'.
            DISPLAY 'X - SAIDA'.
            DISPLAY 'OPCAO.. '.
            ACCEPT WRK-OPCAO.
            EVALUATE WRK-OPCAO
                WHEN '1'
                    PERFORM 2100-PLANEJAR
                WHEN '2'
                    PERFORM 2200-REGISTRAR-RESULTADO
                WHEN '3'
                    PERFORM 2300-AGENDA
                WHEN '4'
                    PERFORM 2400-CANCELAR
                WHEN OTHER
                    IF NOT OPCAO-SAIR
                        DISPLAY 'ENTRE COM OPCAO CORRETA'
                    END-IF
            END-EVALUATE.

      *----------------------------------------------------------------
      * PLANEJAMENTO - VENDEDOR ATIVO, CLIENTE CADASTRADO, DATA DE
      * HOJE EM DIANTE E TIPO (PRESENCIAL, TELEFONE, REMOTA). CLIENTE
      * DE OUTRA CARTEIRA (OU SEM CARTEIRA) SO GERA AVISO.
      *----------------------------------------------------------------
       2100-PLANEJAR.
            MOVE SPACES TO WRK-MSG-ERRO.
            PERFORM 2110-LER-VENDEDOR.
            IF WRK-MSG-ERRO = SPACES
                PERFORM 2120-LER-CLIENTE
            END-IF.
            IF WRK-MSG-ERRO = SPACES
                PERFORM 2130-CONFERIR-CARTEIRA
                DISPLAY 'DATA PLANEJADA (AAAAMMDD, 0 = HOJE).. '
                ACCEPT WRK-DATA-INF
                IF WRK-DATA-INF = ZEROS
                    MOVE WRK-DATA-HOJE TO WRK-DATA-INF
                END-IF
                PERFORM 2140-VALIDAR-DATA
                IF WRK-MSG-ERRO = SPACES
                    AND WRK-DIAS-DATA < WRK-DIAS-HOJE
                    MOVE 'DATA PLANEJADA NO PASSADO' TO WRK-MSG-ERRO
                END-IF
            END-IF.
            IF WRK-MSG-ERRO = SPACES
                DISPLAY 'TIPO (P=PRESENCIAL T=TELEFONE R=REMOTA).. '
                ACCEPT WRK-TIPO
                IF WRK-TIPO NOT = 'P' AND WRK-TIPO NOT = 'T'
                    AND WRK-TIPO NOT = 'R'
                    MOVE 'TIPO DE VISITA INVALIDO' TO WRK-MSG-ERRO
                END-IF
            END-IF.
            IF WRK-MSG-ERRO = SPACES
                DISPLAY 'OBJETIVO / NOTAS.. '
                ACCEPT WRK-NOTAS
                MOVE ZEROS TO WRK-VISITA
                PERFORM 2150-GRAVAR-VISITA
                IF WRK-NOVA-VISITA NOT = ZEROS
                    DISPLAY 'VISITA ' WRK-NOVA-VISITA
                        ' PLANEJADA PARA ' WRK-DATA-INF
                END-IF
            ELSE
                DISPLAY WRK-MSG-ERRO ' - VISITA NAO PLANEJADA'
            END-IF.

       2110-LER-VENDEDOR.
            DISPLAY 'CODIGO DO VENDEDOR.. '.
            ACCEPT WRK-VENDEDOR.
            MOVE WRK-VENDEDOR TO VEN-CODIGO.
            READ VENDEDORES
                INVALID KEY
                    MOVE 'VENDEDOR NAO CADASTRADO' TO WRK-MSG-ERRO
                NOT INVALID KEY
                    IF VENDEDOR-ATIVO
                        DISPLAY 'VENDEDOR: ' VEN-NOME
                    ELSE
                        MOVE 'VENDEDOR INATIVO' TO WRK-MSG-ERRO
                    END-IF
            END-READ.

       2120-LER-CLIENTE.
            DISPLAY 'CODIGO DO CLIENTE.. '.
            ACCEPT WRK-CLIENTE.
            MOVE WRK-CLIENTE TO CLI-CODIGO.
            READ CLIENTES-MASTER
                INVALID KEY
                    MOVE 'CLIENTE NAO CADASTRADO' TO WRK-MSG-ERRO
                NOT INVALID KEY
                    DISPLAY 'CLIENTE: ' CLI-NOME
            END-READ.

       2130-CONFERIR-CARTEIRA.
            MOVE WRK-CLIENTE TO CRT-CLIENTE.
            READ CARTEIRA
                INVALID KEY
                    DISPLAY 'AVISO: CLIENTE SEM CARTEIRA DEFINIDA'
                NOT INVALID KEY
                    IF CRT-VENDEDOR NOT = WRK-VENDEDOR
                        DISPLAY 'AVISO: CLIENTE DA CARTEIRA DO '
                            'VENDEDOR ' CRT-VENDEDOR
                    END-IF
            END-READ.

       2140-VALIDAR-DATA.
            IF WRK-INF-MES < 1 OR WRK-INF-MES > 12
                OR WRK-INF-DIA < 1 OR WRK-INF-DIA > 31
                MOVE 'DATA INVALIDA' TO WRK-MSG-ERRO
            ELSE
                COMPUTE WRK-DIAS-DATA = (WRK-INF-ANO * 360)
                    + (WRK-INF-MES * 30) + WRK-INF-DIA
            END-IF.

      *----------------------------------------------------------------
      * O NUMERO VEM DO REGISTRO 'VS' DO ARQUIVO DE CONTROLE. A
      * VISITA DE ORIGEM (REAGENDAMENTO) VEM EM VIS-VISITA-ORIGEM,
      * PREENCHIDA PELO CHAMADOR ANTES DO PERFORM.
      *----------------------------------------------------------------
       2150-GRAVAR-VISITA.
            MOVE 'VS' TO PCT-CHAVE.
            READ PED-CONTROLE
                INVALID KEY
                    MOVE ZEROS TO PCT-ULTIMO-NUMERO
            END-READ.
            ADD 1 TO PCT-ULTIMO-NUMERO.
            MOVE 'VS' TO PCT-CHAVE.
            REWRITE PCT-REG
                INVALID KEY
                    WRITE PCT-REG
            END-REWRITE.
            MOVE PCT-ULTIMO-NUMERO TO VIS-NUMERO.
            MOVE WRK-VENDEDOR      TO VIS-VENDEDOR.
            MOVE WRK-CLIENTE       TO VIS-CLIENTE.
            MOVE WRK-DATA-INF      TO VIS-DATA-PLANEJADA.
            MOVE WRK-TIPO          TO VIS-TIPO.
            SET VISITA-PLANEJADA   TO TRUE.
            MOVE ZEROS             TO VIS-DATA-REALIZADA.
            MOVE SPACE             TO VIS-RESULTADO.
            MOVE WRK-NOTAS         TO VIS-NOTAS.
            MOVE WRK-VISITA        TO VIS-VISITA-ORIGEM.
            MOVE ZEROS             TO VIS-VISITA-NOVA.
            MOVE WRK-USUARIO       TO VIS-USUARIO.
            MOVE WRK-DATA-HOJE     TO VIS-DATA-REGISTRO.
            WRITE VISITA-REG
                INVALID KEY
                    DISPLAY 'ERRO AO GRAVAR A VISITA ' VIS-NUMERO
                    MOVE ZEROS TO WRK-NOVA-VISITA
                NOT INVALID KEY
                    MOVE VIS-NUMERO TO WRK-NOVA-VISITA
            END-WRITE.

      *----------------------------------------------------------------
      * RESULTADO - SO VISITA PLANEJADA. A DATA REALIZADA NAO PODE
      * SER FUTURA. REAGENDADA PEDE A DATA NOVA, GRAVA A VISITA NOVA
      * COM O MESMO VENDEDOR/CLIENTE/TIPO E DEIXA A ORIGINAL ADIADA,
      * APONTANDO PARA ELA - NAO CONTA COMO VISITA REALIZADA.
      *----------------------------------------------------------------
       2200-REGISTRAR-RESULTADO.
            MOVE SPACES TO WRK-MSG-ERRO.
            PERFORM 2210-LER-VISITA.
            IF WRK-MSG-ERRO = SPACES
                AND NOT VISITA-PLANEJADA
                MOVE 'VISITA NAO ESTA PLANEJADA' TO WRK-MSG-ERRO
            END-IF.
            IF WRK-MSG-ERRO = SPACES
                DISPLAY 'RESULTADO (P=PEDIDO O=ORCAMENTO '
                    'N=SEM INTERESSE R=REAGENDADA).. '
                ACCEPT WRK-RESULTADO
                IF WRK-RESULTADO NOT = 'P' AND WRK-RESULTADO NOT = 'O'
                    AND WRK-RESULTADO NOT = 'N'
                    AND WRK-RESULTADO NOT = 'R'
                    MOVE 'RESULTADO INVALIDO' TO WRK-MSG-ERRO
                END-IF
            END-IF.
            IF WRK-MSG-ERRO = SPACES
                IF WRK-RESULTADO = 'R'
                    PERFORM 2220-DATA-REAGENDADA
                ELSE
                    DISPLAY 'DATA REALIZADA (AAAAMMDD, 0 = HOJE).. '
                    ACCEPT WRK-DATA-INF
                    IF WRK-DATA-INF = ZEROS
                        MOVE WRK-DATA-HOJE TO WRK-DATA-INF
                    END-IF
                    PERFORM 2140-VALIDAR-DATA
                    IF WRK-MSG-ERRO = SPACES
                        AND WRK-DIAS-DATA > WRK-DIAS-HOJE
                        MOVE 'DATA REALIZADA NO FUTURO'
                            TO WRK-MSG-ERRO
                    END-IF
                END-IF
            END-IF.
            IF WRK-MSG-ERRO = SPACES
                DISPLAY 'NOTAS DA VISITA.. '
                ACCEPT WRK-NOTAS
                IF WRK-RESULTADO = 'R'
                    PERFORM 2230-GERAR-REAGENDADA
                ELSE
                    PERFORM 2240-GRAVAR-RESULTADO
                END-IF
            ELSE
                DISPLAY WRK-MSG-ERRO ' - RESULTADO NAO REGISTRADO'
            END-IF.

       2210-LER-VISITA.
            DISPLAY 'NUMERO DA VISITA.. '.
            ACCEPT WRK-VISITA.
            MOVE WRK-VISITA TO VIS-NUMERO.
            READ VISITAS
                INVALID KEY
                    MOVE 'VISITA NAO CADASTRADA' TO WRK-MSG-ERRO
                NOT INVALID KEY
                    DISPLAY 'VENDEDOR ' VIS-VENDEDOR ' CLIENTE '
                        VIS-CLIENTE ' DATA ' VIS-DATA-PLANEJADA
                        ' TIPO ' VIS-TIPO ' STATUS ' VIS-STATUS
            END-READ.

       2220-DATA-REAGENDADA.
            DISPLAY 'NOVA DATA (AAAAMMDD).. '.
            ACCEPT WRK-DATA-INF.
            PERFORM 2140-VALIDAR-DATA.
            IF WRK-MSG-ERRO = SPACES
                AND WRK-DIAS-DATA < WRK-DIAS-HOJE
                MOVE 'NOVA DATA NO PASSADO' TO WRK-MSG-ERRO
            END-IF.

       2230-GERAR-REAGENDADA.
            MOVE VIS-VENDEDOR TO WRK-ANT-VENDEDOR.
            MOVE VIS-CLIENTE  TO WRK-ANT-CLIENTE.
            MOVE VIS-TIPO     TO WRK-ANT-TIPO.
            MOVE WRK-DATA-INF TO WRK-DATA-NOVA.
            MOVE WRK-ANT-VENDEDOR TO WRK-VENDEDOR.
            MOVE WRK-ANT-CLIENTE  TO WRK-CLIENTE.
            MOVE WRK-ANT-TIPO     TO WRK-TIPO.
            PERFORM 2150-GRAVAR-VISITA.
            IF WRK-NOVA-VISITA NOT = ZEROS
                MOVE WRK-VISITA TO VIS-NUMERO
                READ VISITAS
                    INVALID KEY
                        DISPLAY 'VISITA ' WRK-VISITA ' NAO RELIDA'
                    NOT INVALID KEY
                        SET VISITA-ADIADA TO TRUE
                        SET RESULT-REAGENDADA TO TRUE
                        MOVE WRK-NOTAS TO VIS-NOTAS
                        MOVE WRK-NOVA-VISITA TO VIS-VISITA-NOVA
                        MOVE WRK-USUARIO TO VIS-USUARIO
                        MOVE WRK-DATA-HOJE TO VIS-DATA-REGISTRO
                        PERFORM 2235-REGRAVAR-ADIADA
                END-READ
            END-IF.

       2235-REGRAVAR-ADIADA.
            REWRITE VISITA-REG
                INVALID KEY
                    DISPLAY 'ERRO AO ATUALIZAR A VISITA ' VIS-NUMERO
                NOT INVALID KEY
                    DISPLAY 'VISITA ' WRK-VISITA
                        ' REAGENDADA - NOVA VISITA '
                        WRK-NOVA-VISITA ' EM ' WRK-DATA-NOVA
            END-REWRITE.

       2240-GRAVAR-RESULTADO.
            SET VISITA-REALIZADA TO TRUE.
            MOVE WRK-DATA-INF TO VIS-DATA-REALIZADA.
            MOVE WRK-RESULTADO TO VIS-RESULTADO.
            MOVE WRK-NOTAS TO VIS-NOTAS.
            MOVE WRK-USUARIO TO VIS-USUARIO.
            MOVE WRK-DATA-HOJE TO VIS-DATA-REGISTRO.
            REWRITE VISITA-REG
                INVALID KEY
                    DISPLAY 'ERRO AO ATUALIZAR A VISITA ' VIS-NUMERO
                NOT INVALID KEY
                    DISPLAY 'VISITA ' VIS-NUMERO ' REALIZADA EM '
                        VIS-DATA-REALIZADA ' RESULTADO ' VIS-RESULTADO
            END-REWRITE.

      *----------------------------------------------------------------
      * AGENDA - VISITAS DO VENDEDOR (CHAVE ALTERNADA) COM DATA
      * PLANEJADA DE HOJE ATE SEIS DIAS A FRENTE, QUALQUER STATUS.
      *----------------------------------------------------------------
       2300-AGENDA.
            MOVE SPACES TO WRK-MSG-ERRO.
            PERFORM 2110-LER-VENDEDOR.
            IF WRK-MSG-ERRO NOT = SPACES
                AND WRK-MSG-ERRO NOT = 'VENDEDOR INATIVO'
                DISPLAY WRK-MSG-ERRO
            ELSE
                COMPUTE WRK-DIAS-FIM = WRK-DIAS-HOJE + 6
                MOVE ZEROS TO WRK-QTD-AGENDA
                MOVE 'N' TO WRK-EOF-VISITA
                MOVE WRK-VENDEDOR TO VIS-VENDEDOR
                START VISITAS KEY IS EQUAL VIS-VENDEDOR
                    INVALID KEY
                        MOVE 'S' TO WRK-EOF-VISITA
                END-START
                IF NOT FIM-VISITAS
                    PERFORM 2310-LER-VISITA-VENDEDOR
                    PERFORM 2320-MOSTRAR-AGENDA UNTIL FIM-VISITAS
                END-IF
                DISPLAY WRK-QTD-AGENDA ' VISITA(S) NA AGENDA'
            END-IF.

       2310-LER-VISITA-VENDEDOR.
            READ VISITAS NEXT RECORD
                AT END
                    MOVE 'S' TO WRK-EOF-VISITA
            END-READ.
            IF NOT FIM-VISITAS
                AND VIS-VENDEDOR NOT = WRK-VENDEDOR
                MOVE 'S' TO WRK-EOF-VISITA
            END-IF.

       2320-MOSTRAR-AGENDA.
            MOVE VIS-DATA-PLANEJADA TO WRK-DATA-INF.
            COMPUTE WRK-DIAS-DATA = (WRK-INF-ANO * 360)
                + (WRK-INF-MES * 30) + WRK-INF-DIA.
            IF WRK-DIAS-DATA >= WRK-DIAS-HOJE
                AND WRK-DIAS-DATA <= WRK-DIAS-FIM
                ADD 1 TO WRK-QTD-AGENDA
                DISPLAY VIS-DATA-PLANEJADA ' VISITA ' VIS-NUMERO
                    ' CLIENTE ' VIS-CLIENTE ' TIPO ' VIS-TIPO
                    ' STATUS ' VIS-STATUS ' RESULTADO ' VIS-RESULTADO
            END-IF.
            PERFORM 2310-LER-VISITA-VENDEDOR.

      *----------------------------------------------------------------
      * CANCELAMENTO - SO VISITA AINDA PLANEJADA, COM CONFIRMACAO.
      *----------------------------------------------------------------
       2400-CANCELAR.
            MOVE SPACES TO WRK-MSG-ERRO.
            PERFORM 2210-LER-VISITA.
            IF WRK-MSG-ERRO = SPACES
                AND NOT VISITA-PLANEJADA
                MOVE 'VISITA NAO ESTA PLANEJADA' TO WRK-MSG-ERRO
            END-IF.
            IF WRK-MSG-ERRO NOT = SPACES
                DISPLAY WRK-MSG-ERRO ' - VISITA NAO CANCELADA'
            ELSE
                DISPLAY 'CONFIRMA O CANCELAMENTO (S/N).. '
                ACCEPT WRK-CONFIRMA
                IF WRK-CONFIRMA = 'S' OR WRK-CONFIRMA = 's'
                    SET VISITA-CANCELADA TO TRUE
                    MOVE WRK-USUARIO TO VIS-USUARIO
                    MOVE WRK-DATA-HOJE TO VIS-DATA-REGISTRO
                    REWRITE VISITA-REG
                        INVALID KEY
                            DISPLAY 'ERRO AO ATUALIZAR A VISITA '
                                VIS-NUMERO
                        NOT INVALID KEY
                            DISPLAY 'VISITA ' VIS-NUMERO ' CANCELADA'
                    END-REWRITE
                ELSE
                    DISPLAY 'CANCELAMENTO ABANDONADO'
                END-IF
            END-IF.

       3000-FINALIZAR.
            CLOSE VISITAS.
            CLOSE VENDEDORES.
            CLOSE CLIENTES-MASTER.
            CLOSE CARTEIRA.
            CLOSE PED-CONTROLE.

       END PROGRAM VISMANU.
