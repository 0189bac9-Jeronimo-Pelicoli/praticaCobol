      ******************************************************************
      * Author:
      * Date:
      * Purpose:
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. MENUPRINC.
       DATA DIVISION.
       WORKING-STORAGE SECTION.
      * Funcoes do terminal: programa, perfil minimo (C consulta,
      * A atualizacao, S supervisor) e descricao. O numero da opcao e
      * a posicao na tabela; funcao nova entra no fim.
       01 WS-TAB-FUNCOES.
          03 FILLER PIC X(55) VALUE
             'CLIMANUT      CCADASTRO DE CLIENTES'.
          03 FILLER PIC X(55) VALUE
             'CLIPOSICAO    CPOSICAO DO CLIENTE'.
          03 FILLER PIC X(55) VALUE
             'PAGTOCONSULTA CSITUACAO DE PAGAMENTO'.
          03 FILLER PIC X(55) VALUE
             'PAGTOHISTCONS CHISTORICO MENSAL DE PAGAMENTOS'.
          03 FILLER PIC X(55) VALUE
             'CLIJORNALCON  CHISTORICO DE ALTERACOES DE CLIENTES'.
          03 FILLER PIC X(55) VALUE
             'EXTRATOCLI    CEXTRATO DO CLIENTE'.
          03 FILLER PIC X(55) VALUE
             'CONTACORCON   CCONTA CORRENTE DO CLIENTE'.
          03 FILLER PIC X(55) VALUE
             'PAGTOSIMULA   CSIMULACAO DE PLANO DE PAGAMENTO'.
          03 FILLER PIC X(55) VALUE
             'JURIDMANUT    CSITUACAO JURIDICA DE CLIENTES'.
          03 FILLER PIC X(55) VALUE
             'AVALMANUT     CCADASTRO DE AVALISTAS'.
          03 FILLER PIC X(55) VALUE
             'RELCONSULTA   CREPOSITORIO E REIMPRESSAO DE RELATORIOS'.
          03 FILLER PIC X(55) VALUE
             'REPCONS       CCADASTRO DE REPETICAO E HISTORICO'.
          03 FILLER PIC X(55) VALUE
             'PAGTOENTRADA  ADIGITACAO DE PAGAMENTOS'.
          03 FILLER PIC X(55) VALUE
             'PAGTOCAIXA    ARECEBIMENTO NO BALCAO'.
          03 FILLER PIC X(55) VALUE
             'CAIXAGAVETA   AABERTURA E FECHAMENTO DE CAIXA'.
          03 FILLER PIC X(55) VALUE
             'PAGTOBLOQ     ABLOQUEIO DE PAGAMENTOS'.
          03 FILLER PIC X(55) VALUE
             'PAGTODISPUTA  ADISPUTAS DE PAGAMENTO'.
          03 FILLER PIC X(55) VALUE
             'MANDMANUT     AMANDATOS DE DEBITO AUTOMATICO'.
          03 FILLER PIC X(55) VALUE
             'BOLETO2VIA    ASEGUNDA VIA DE BOLETO'.
          03 FILLER PIC X(55) VALUE
             'COBATENDE     AATENDIMENTO DA FILA DE COBRANCA'.
          03 FILLER PIC X(55) VALUE
             'CLISUSP       ASUSPENSOS DA MIGRACAO'.
          03 FILLER PIC X(55) VALUE
             'DEVCORREIO    ACORRESPONDENCIA DEVOLVIDA'.
          03 FILLER PIC X(55) VALUE
             'REEMBPEDIDO   APEDIDO DE REEMBOLSO DE CREDITO'.
          03 FILLER PIC X(55) VALUE
             'CONTRATOMANUT ACADASTRO E SALDO DE CONTRATOS'.
          03 FILLER PIC X(55) VALUE
             'QUITACOTA     ACOTACAO DE QUITACAO ANTECIPADA'.
          03 FILLER PIC X(55) VALUE
             'PRORROGA      APRORROGACAO DE VENCIMENTOS'.
          03 FILLER PIC X(55) VALUE
             'EXCECAODIA    APENDENCIAS DA MANHA'.
          03 FILLER PIC X(55) VALUE
             'TARIFAMANUT   AEVENTOS E ISENCAO DE TARIFAS'.
          03 FILLER PIC X(55) VALUE
             'PARMMANUT     AMANUTENCAO DE PARAMETROS'.
          03 FILLER PIC X(55) VALUE
             'LGPDACESSO    AACESSO DO TITULAR AOS DADOS (LGPD)'.
          03 FILLER PIC X(55) VALUE
             'METAMANUT     AMETAS DE COBRANCA DAS FILIAIS'.
          03 FILLER PIC X(55) VALUE
             'PLANOMANUT    APLANOS DE COBRANCA RECORRENTE'.
          03 FILLER PIC X(55) VALUE
             'RECLAMANUT    ARECLAMACOES SAC E OUVIDORIA'.
          03 FILLER PIC X(55) VALUE
             'PAGTOAPROVA   SAPROVACAO DE PAGAMENTOS'.
          03 FILLER PIC X(55) VALUE
             'REEMBAPROVA   SAPROVACAO DE REEMBOLSOS'.
          03 FILLER PIC X(55) VALUE
             'NOTAAPROVA    SAPROVACAO DE NOTAS DE AJUSTE'.
          03 FILLER PIC X(55) VALUE
             'PLDREVISA     SANALISE DE CASOS DE PLD'.
          03 FILLER PIC X(55) VALUE
             'ASSESMANUT    SCADASTRO DE ASSESSORIAS DE COBRANCA'.
          03 FILLER PIC X(55) VALUE
             'AUDITCON      SCONSULTA A TRILHA DE AUDITORIA'.
          03 FILLER PIC X(55) VALUE
             'OPERMANUT     SCADASTRO DE OPERADORES'.
       01 WS-TAB-FUNCOES-R REDEFINES WS-TAB-FUNCOES.
          03 WS-FUN-ITEM OCCURS 40 TIMES.
             05 WS-FUN-PROGRAMA       PIC X(14).
             05 WS-FUN-PERFIL         PIC X.
             05 WS-FUN-DESCRICAO      PIC X(40).
       01 WS-TOT-FUNCOES           PIC 99    VALUE 40.

       01 WS-IX                    PIC 99    VALUE 0.
       01 WS-OPCAO-NUM             PIC 99    VALUE 0.
       01 WS-OPCAO-ED              PIC Z9.
       01 WS-ENT-OPCAO             PIC XX    VALUE SPACES.
       01 WS-NIVEL-OPERADOR        PIC 9     VALUE 0.
       01 WS-PERFIL-AVALIAR        PIC X     VALUE SPACE.
       01 WS-NIVEL-AVALIADO        PIC 9     VALUE 0.
       01 WS-RC-PROGRAMA           PIC S9(4) VALUE 0.
       01 WS-RC-ED                 PIC ZZZ9-.
       01 WS-COMANDO               PIC X(14) VALUE SPACES.
       01 WS-TIMEOUT-MIN           PIC 9(3)  VALUE 15.
       01 WS-DATA-HORA-ATUAL       PIC X(21).

       01 WS-CONTINUA-SW           PIC X     VALUE 'Y'.
          88 WS-CONTINUA                     VALUE 'Y'.
       01 WS-EXPIROU-SW            PIC X     VALUE 'N'.
          88 WS-EXPIROU                      VALUE 'Y'.

       01 WS-SIGNON-PARM.
           03 WS-SG-ID             PIC X(8).
           03 WS-SG-SENHA          PIC X(8).
           03 WS-SG-FUNCAO         PIC X.
           03 WS-SG-PERFIL         PIC X.
           03 WS-SG-RC             PIC 99.

       01 WS-SESSAO-PARM.
           03 WS-SS-FUNCAO         PIC X     VALUE 'A'.
           03 WS-SS-OPERADOR       PIC X(8)  VALUE SPACES.
           03 WS-SS-PERFIL         PIC X.
           03 WS-SS-TIMEOUT        PIC 9(3).
           03 WS-SS-RC             PIC 99    VALUE 4.
              88 WS-SS-ATIVA               VALUE 0.
              88 WS-SS-EXPIRADA            VALUE 8.

       01 WS-PARMLE-PARM.
           03 WS-PL-PROGRAMA       PIC X(12) VALUE 'MENUPRINC'.
           03 WS-PL-NOME           PIC X(12).
           03 WS-PL-DATA-PROC      PIC 9(8).
           03 WS-PL-VALOR          PIC X(14).
           03 WS-PL-RC             PIC 99.

       01 WS-AUDIT-PARM.
           03 WS-AU-PROGRAMA       PIC X(12) VALUE 'MENUPRINC'.
           03 WS-AU-EVENTO         PIC X(12).
           03 WS-AU-CHAVE          PIC X(30).
           03 WS-AU-CONTADOR       PIC 9(6).
           03 WS-AU-OPERADOR       PIC X(8)  VALUE SPACES.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
      * Entrada unica do terminal: o operador se identifica uma vez,
      * o menu mostra so o que o perfil dele alcanca e cada programa
      * escolhido roda com a sessao aberta aqui, de onde tira o
      * operador para jornais e AUDITORIA.LOG. Parado alem do tempo
      * configurado, a sessao cai e e preciso entrar de novo.
            DISPLAY 'MENUPRINC - MENU PRINCIPAL'
            DISPLAY 'OPERADOR: '
            ACCEPT WS-SG-ID
            DISPLAY 'SENHA   : '
            ACCEPT WS-SG-SENHA
            MOVE 'C' TO WS-SG-FUNCAO
            IF WS-SG-ID = SPACES
                MOVE 12 TO WS-SG-RC
            ELSE
                CALL 'OPERSIGNON' USING WS-SIGNON-PARM
            END-IF
            IF WS-SG-RC NOT = 0
                DISPLAY 'ACESSO NEGADO (RC ' WS-SG-RC ').'
                MOVE 8 TO RETURN-CODE
                STOP RUN
            END-IF
            MOVE WS-SG-ID TO WS-AU-OPERADOR
            MOVE WS-SG-PERFIL TO WS-PERFIL-AVALIAR
            PERFORM P900-NIVEL-PERFIL
            MOVE WS-NIVEL-AVALIADO TO WS-NIVEL-OPERADOR

            PERFORM P050-CARREGA-TIMEOUT

            MOVE 'A'             TO WS-SS-FUNCAO
            MOVE WS-SG-ID        TO WS-SS-OPERADOR
            MOVE WS-SG-PERFIL    TO WS-SS-PERFIL
            MOVE WS-TIMEOUT-MIN  TO WS-SS-TIMEOUT
            CALL 'OPERSESSAO' USING WS-SESSAO-PARM
            IF NOT WS-SS-ATIVA
                DISPLAY 'SESSAO NAO PODE SER ABERTA (RC ' WS-SS-RC ').'
                MOVE 12 TO RETURN-CODE
                STOP RUN
            END-IF

            MOVE 'LOGON'         TO WS-AU-EVENTO
            MOVE SPACES          TO WS-AU-CHAVE
            MOVE WS-SG-ID        TO WS-AU-CHAVE(1:8)
            MOVE WS-SG-PERFIL    TO WS-AU-CHAVE(10:1)
            MOVE WS-TIMEOUT-MIN  TO WS-AU-CONTADOR
            CALL 'AUDITLOG' USING WS-AUDIT-PARM

            PERFORM P100-MENU
                    UNTIL NOT WS-CONTINUA

            IF WS-EXPIROU
                MOVE 'SESSAO-EXPIR' TO WS-AU-EVENTO
            ELSE
                MOVE 'E' TO WS-SS-FUNCAO
                CALL 'OPERSESSAO' USING WS-SESSAO-PARM
                MOVE 'LOGOFF' TO WS-AU-EVENTO
            END-IF
            MOVE SPACES          TO WS-AU-CHAVE
            MOVE WS-SG-ID        TO WS-AU-CHAVE(1:8)
            MOVE 0               TO WS-AU-CONTADOR
            CALL 'AUDITLOG' USING WS-AUDIT-PARM

            IF WS-EXPIROU
                DISPLAY 'SESSAO ENCERRADA POR INATIVIDADE.'
                MOVE 4 TO RETURN-CODE
            END-IF
            STOP RUN.

       P050-CARREGA-TIMEOUT.
      * Minutos de inatividade tolerados; quinze salvo parametro
      * TIMEOUT-MIN. Zero desliga a queda por inatividade.
            MOVE FUNCTION CURRENT-DATE TO WS-DATA-HORA-ATUAL
            MOVE WS-DATA-HORA-ATUAL(1:8) TO WS-PL-DATA-PROC
            MOVE 'TIMEOUT-MIN' TO WS-PL-NOME
            CALL 'PARMLE' USING WS-PARMLE-PARM
            IF WS-PL-RC = 0
                IF FUNCTION NUMVAL(WS-PL-VALOR) >= 0
                   AND FUNCTION NUMVAL(WS-PL-VALOR) < 1000
                    COMPUTE WS-TIMEOUT-MIN =
                            FUNCTION NUMVAL(WS-PL-VALOR)
                ELSE
                    DISPLAY 'PARAMETRO TIMEOUT-MIN INVALIDO: '
                            WS-PL-VALOR
                END-IF
            END-IF
            .
       P100-MENU.
            DISPLAY ' '
            DISPLAY 'OPERADOR ' WS-SG-ID ' - PERFIL ' WS-SG-PERFIL
            PERFORM P110-MOSTRA-FUNCAO
                    VARYING WS-IX FROM 1 BY 1
                    UNTIL WS-IX > WS-TOT-FUNCOES
            DISPLAY ' X - SAIR'
            DISPLAY 'OPCAO: '
            MOVE SPACES TO WS-ENT-OPCAO
            ACCEPT WS-ENT-OPCAO

      * Antes de atender, confere se a sessao nao caiu enquanto o
      * menu esperava a opcao.
            MOVE 'C' TO WS-SS-FUNCAO
            CALL 'OPERSESSAO' USING WS-SESSAO-PARM
            EVALUATE TRUE
                WHEN WS-SS-EXPIRADA
                    SET WS-EXPIROU TO TRUE
                    MOVE 'N' TO WS-CONTINUA-SW
                WHEN NOT WS-SS-ATIVA
                    DISPLAY 'SESSAO NAO ENCONTRADA (RC ' WS-SS-RC ').'
                    MOVE 'N' TO WS-CONTINUA-SW
                WHEN WS-ENT-OPCAO = 'X' OR WS-ENT-OPCAO = 'x'
                    MOVE 'N' TO WS-CONTINUA-SW
                WHEN OTHER
                    PERFORM P200-EXECUTA-OPCAO
            END-EVALUATE
            .
       P110-MOSTRA-FUNCAO.
            MOVE WS-FUN-PERFIL(WS-IX) TO WS-PERFIL-AVALIAR
            PERFORM P900-NIVEL-PERFIL
            IF WS-NIVEL-AVALIADO <= WS-NIVEL-OPERADOR
                MOVE WS-IX TO WS-OPCAO-ED
                DISPLAY WS-OPCAO-ED ' - ' WS-FUN-DESCRICAO(WS-IX)
            END-IF
            .
       P200-EXECUTA-OPCAO.
            IF FUNCTION TEST-NUMVAL(WS-ENT-OPCAO) NOT = 0
                DISPLAY 'OPCAO INVALIDA: ' WS-ENT-OPCAO
            ELSE
                COMPUTE WS-OPCAO-NUM = FUNCTION NUMVAL(WS-ENT-OPCAO)
                IF WS-OPCAO-NUM < 1 OR WS-OPCAO-NUM > WS-TOT-FUNCOES
                    DISPLAY 'OPCAO INVALIDA: ' WS-ENT-OPCAO
                ELSE
                    MOVE WS-FUN-PERFIL(WS-OPCAO-NUM)
                         TO WS-PERFIL-AVALIAR
                    PERFORM P900-NIVEL-PERFIL
                    IF WS-NIVEL-AVALIADO > WS-NIVEL-OPERADOR
                        DISPLAY 'OPCAO INVALIDA: ' WS-ENT-OPCAO
                    ELSE
                        PERFORM P210-CHAMA-PROGRAMA
                    END-IF
                END-IF
            END-IF
            .
       P210-CHAMA-PROGRAMA.
      * O programa roda como no terminal avulso, herdando o token da
      * sessao. Na volta a sessao e renovada: o tempo la dentro foi
      * de trabalho, nao de inatividade.
            MOVE WS-FUN-PROGRAMA(WS-OPCAO-NUM) TO WS-COMANDO

            MOVE 'MENU-OPCAO'    TO WS-AU-EVENTO
            MOVE SPACES          TO WS-AU-CHAVE
            MOVE WS-COMANDO      TO WS-AU-CHAVE(1:14)
            MOVE WS-OPCAO-NUM    TO WS-AU-CONTADOR
            CALL 'AUDITLOG' USING WS-AUDIT-PARM

            CALL 'SYSTEM' USING WS-COMANDO
            MOVE RETURN-CODE TO WS-RC-PROGRAMA
            MOVE 0 TO RETURN-CODE
            IF WS-RC-PROGRAMA NOT = 0
                MOVE WS-RC-PROGRAMA TO WS-RC-ED
                DISPLAY WS-COMANDO ' TERMINOU COM RC ' WS-RC-ED
            END-IF

            MOVE 'R' TO WS-SS-FUNCAO
            CALL 'OPERSESSAO' USING WS-SESSAO-PARM
            .
       P900-NIVEL-PERFIL.
            EVALUATE WS-PERFIL-AVALIAR
                WHEN 'C'
                    MOVE 1 TO WS-NIVEL-AVALIADO
                WHEN 'A'
                    MOVE 2 TO WS-NIVEL-AVALIADO
                WHEN 'S'
                    MOVE 3 TO WS-NIVEL-AVALIADO
                WHEN OTHER
                    MOVE 0 TO WS-NIVEL-AVALIADO
            END-EVALUATE
            .
       END PROGRAM MENUPRINC.
