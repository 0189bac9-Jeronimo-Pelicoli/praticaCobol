           SELECT WS-CTL-FILE      ASSIGN TO WS-CTL-PATH
                                    ORGANIZATION LINE SEQUENTIAL
                                    FILE STATUS WS-CTL-FS.
           SELECT WS-AGE-FILE      ASSIGN TO WS-AGE-PATH
                                    ORGANIZATION LINE SEQUENTIAL
                                    FILE STATUS WS-AGE-FS.
       DATA DIVISION.
       FILE SECTION.
       FD  WS-CMD-FILE.
       01 WS-CMD-REGISTRO.
           03 WS-CMD-CODIGO          PIC 9.
       FD  WS-STS-FILE.
       01 WS-STS-REGISTRO            PIC X(70).
      * Os cinco primeiros passos e o override ficam onde sempre
      * estiveram; os passos do calendario e a data da noite vem
      * depois, e um controle gravado antes disso continua valendo.
       FD  WS-CTL-FILE.
       01 WS-CTL-REGISTRO.
           03 WS-CTL-PASSOS          PIC X(5).
           03 WS-CTL-OVERRIDE        PIC X.
           03 WS-CTL-PASSOS-EXTRA    PIC X(4).
           03 WS-CTL-DATA-NOITE      PIC X(8).
           03 WS-CTL-AMBIENTE        PIC X(8).
      * Agenda da cadeia: uma linha por passo, na ordem em que a
      * noite deve rodar. Regras:
      *   D - toda noite
      *   U - todo dia util
      *   N - n-esimo dia util do mes (parametro = n)
      *   F - ultimo dia util do mes
      *   M - dia fixo do mes, ou o dia util seguinte (parametro = dd)
      *   S - semanal (parametro = dia da semana, 1=seg ... 7=dom)
      *   A - anual, ou o dia util seguinte (parametro = mmdd)
      * Programa fora da cadeia (interativo) sai na folha como passo
      * manual no dia em que a regra pede. Linha com * e comentario.
       FD  WS-AGE-FILE.
       01 WS-AGE-REGISTRO.
           03 WS-AGE-PROGRAMA        PIC X(12).
           03 WS-AGE-REGRA           PIC X.
           03 WS-AGE-PARAMETRO       PIC X(4).
       WORKING-STORAGE SECTION.
       01 WS-CMD-PATH                PIC X(40)
                            VALUE 'PERFORM.COMANDOS'.
       01 WS-STS-PATH                PIC X(40) VALUE 'PERFORM.STATUS'.
       01 WS-CTL-PATH                PIC X(40) VALUE 'PERFORM.CTL'.
       01 WS-AGE-PATH                PIC X(40) VALUE 'CADEIA.AGENDA'.
       01 WS-CMD-FS                  PIC XX.
       01 WS-STS-FS                  PIC XX.
       01 WS-CTL-FS                  PIC XX.
       01 WS-AGE-FS                  PIC XX.

      * A cadeia noturna de verdade: cada passo chama o batch real e
      * o RETURN-CODE decide se a cadeia segue, desvia para correcao
      * ou para. A ordem que o operador errava na mao agora e o
      * proprio despachante que garante. Do 6 em diante sao os passos
      * de fim de mes, que so rodam quando a agenda pede.
       01 WS-TAB-CADEIA.
          03 FILLER  PIC X(12) VALUE 'PAGTOMERGE'.
          03 FILLER  PIC X(12) VALUE 'PAGTOCONFIRM'.
          03 FILLER  PIC X(12) VALUE 'PAGTOREMESSA'.
          03 FILLER  PIC X(12) VALUE 'PAGTORELAT'.
          03 FILLER  PIC X(12) VALUE 'RESUMONOITE'.
          03 FILLER  PIC X(12) VALUE 'PAGTOHISTMES'.
          03 FILLER  PIC X(12) VALUE 'PDDCALC'.
          03 FILLER  PIC X(12) VALUE 'CONTABEXP'.
          03 FILLER  PIC X(12) VALUE 'CONTABFECHA'.
       01 WS-TAB-CADEIA-R REDEFINES WS-TAB-CADEIA.
          03 WS-PASSO-PROGRAMA OCCURS 9 TIMES PIC X(12).
       01 WS-TOT-PASSOS              PIC 9 VALUE 9.

      * Conclusao persistida por passo: o rerun retoma do primeiro
      * incompleto e nenhum passo roda sem o anterior concluido,
      * salvo override liberado pelo supervisor.
       01 WS-TAB-PASSOS.
          03 WS-PASSO-OK OCCURS 9 TIMES PIC X.

      * Passos da noite, montados da agenda: R roda, P pulado pela
      * regra, M manual. Sem agenda, a noite e a cadeia padrao dos
      * cinco primeiros passos, todo dia.
       01 WS-TAB-NOITE.
          03 WS-NOI-ITEM OCCURS 30 TIMES.
             05 WS-NOI-PROGRAMA      PIC X(12).
             05 WS-NOI-CODIGO        PIC 9.
             05 WS-NOI-SITUACAO      PIC X.
                88 WS-NOI-RODA                 VALUE 'R'.
                88 WS-NOI-PULA                 VALUE 'P'.
                88 WS-NOI-MANUAL               VALUE 'M'.
             05 WS-NOI-MOTIVO        PIC X(42).
       01 WS-TOT-NOITE               PIC 99 VALUE 0.
       01 WS-NOI-IDX                 PIC 99 VALUE 0.
       01 WS-POS-NOITE               PIC 99 VALUE 0.
       01 WS-NOI-BUSCA               PIC 99 VALUE 0.
       01 WS-ANT-CODIGO              PIC 9  VALUE 0.

       01 WS-AGENDA-SW               PIC X VALUE 'N'.
           88 WS-COM-AGENDA                VALUE 'Y'.
       01 WS-RODA-SW                 PIC X VALUE 'N'.
           88 WS-RODA-HOJE                 VALUE 'Y'.
       01 WS-MOTIVO                  PIC X(42) VALUE SPACES.
       01 WS-MOTIVO-RECUSA           PIC X(42) VALUE SPACES.
       01 WS-PARAMETRO-NUM           PIC 9(4) VALUE 0.
       01 WS-PARAM-ED                PIC Z9.
       01 WS-NUM-ED                  PIC Z9.

      * Calendario da noite, calculado uma vez pelo CALUTIL.
       01 WS-DATA-NOITE              PIC 9(8) VALUE 0.
       01 WS-DATA-NOITE-R REDEFINES WS-DATA-NOITE.
           03 WS-NOITE-ANO           PIC 9(4).
           03 WS-NOITE-MES           PIC 99.
           03 WS-NOITE-DIA           PIC 99.
       01 WS-INT-NOITE               PIC 9(7) VALUE 0.
       01 WS-DIA-SEMANA              PIC 9 VALUE 0.
       01 WS-CAL-OK-SW               PIC X VALUE 'Y'.
           88 WS-CAL-OK                    VALUE 'Y'.
       01 WS-NOITE-UTIL-SW           PIC X VALUE 'N'.
           88 WS-NOITE-UTIL                VALUE 'S'.
       01 WS-ULTIMO-UTIL-SW          PIC X VALUE 'N'.
           88 WS-ULTIMO-UTIL               VALUE 'S'.
           88 WS-ULTIMO-INDEFINIDO         VALUE '?'.
       01 WS-NUM-DIA-UTIL            PIC 99 VALUE 0.
       01 WS-DIA-CONTA               PIC 99 VALUE 0.
       01 WS-DATA-ALVO               PIC 9(8) VALUE 0.
       01 WS-DATA-ALVO-R REDEFINES WS-DATA-ALVO.
           03 WS-ALVO-ANO            PIC 9(4).
           03 WS-ALVO-MES            PIC 99.
           03 WS-ALVO-DIA            PIC 99.
       01 WS-ALVO-DIA-PEDIDO         PIC 99 VALUE 0.
       01 WS-ALVO-ULTIMO-DIA         PIC 99 VALUE 0.
       01 WS-INT-ALVO                PIC 9(7) VALUE 0.
       01 WS-DATA-HORA-ATUAL         PIC X(21).

       01 WS-CALUTIL-PARM.
           03 WS-CU-FUNCAO           PIC X.
           03 WS-CU-RC               PIC 99.
           03 WS-CU-DATA             PIC 9(8).
           03 WS-CU-DIA-UTIL         PIC X.
           03 WS-CU-DATA-UTIL        PIC 9(8).

       01 WS-OVERRIDE-SW             PIC X VALUE 'N'.
           88 WS-OVERRIDE                  VALUE 'Y'.
           88 WS-PREREQ-OK                 VALUE 'Y'.
       01 WS-CADEIA-PAROU-SW         PIC X VALUE 'N'.
           88 WS-CADEIA-PAROU              VALUE 'Y'.
       01 WS-NOITE-COMPLETA-SW       PIC X VALUE 'Y'.
           88 WS-NOITE-COMPLETA            VALUE 'Y'.

       01 WS-STS-LINHA.
           03 WS-STS-CODIGO          PIC 9     VALUE 0.
           03 WS-STS-PROGRAMA        PIC X(12) VALUE SPACES.
           03 FILLER                 PIC X     VALUE SPACE.
           03 WS-STS-RESULTADO       PIC X(12) VALUE SPACES.
           03 FILLER                 PIC X     VALUE SPACE.
           03 WS-STS-MOTIVO          PIC X(42) VALUE SPACES.

       01 WS-OPCAO                   PIC 9 VALUE 0.
       01 WS-ENT-OPCAO               PIC X VALUE SPACE.
       01 WS-PASSO-IDX               PIC 99 VALUE 0.
       01 WS-RC-PASSO                PIC 9(4) VALUE 0.

       01 WS-CONTINUA-SW             PIC X VALUE 'Y'.
           88 WS-CONTINUA                  VALUE 'Y'.
       01 WS-FIM-ARQUIVO             PIC X VALUE 'N'.
           88 WS-FIM                       VALUE 'Y'.

      * Simulacao da noite: ligada pela variavel CADEIASIMULA=S.
       01 WS-SIMULACAO-SW            PIC X VALUE 'N'.
           88 WS-SIMULACAO                 VALUE 'Y'.
       01 WS-SIMULA-PARM.
           03 WS-SM-FUNCAO           PIC X     VALUE 'C'.
           03 WS-SM-ATIVA            PIC X     VALUE 'N'.
              88 WS-SM-SIMULANDO               VALUE 'S'.
           03 WS-SM-RC               PIC 99.

       01 WS-IMAGEM-PARM.
           03 WS-IM-FUNCAO           PIC X     VALUE 'A'.
           03 WS-IM-DATA-NOITE       PIC 9(8).
           03 WS-IM-PROGRAMA         PIC X(12).
           03 WS-IM-QTD              PIC 99.
           03 WS-IM-RC               PIC 99.

       01 WS-AMBIENTE-PARM.
           03 WS-AMB-FUNCAO        PIC X     VALUE 'R'.
           03 WS-AMB-NOME          PIC X(8)  VALUE SPACES.
           03 WS-AMB-RAIZ          PIC X(40) VALUE SPACES.
           03 WS-AMB-RC            PIC 99.

       PROCEDURE DIVISION.
       P000-DISPATCH.
      * Com PERFORM.COMANDOS presente o despachante roda sem operador:
      * executa os codigos do arquivo na ordem e registra o resultado
      * de cada passo em PERFORM.STATUS. Sem ele e com CADEIA.AGENDA,
      * a propria agenda diz o que roda na noite. Sem nenhum dos dois,
      * vale o menu de console. O RETURN-CODE final continua sendo o
      * contrato com o escalonador.
      * Com CADEIASIMULA=S a noite inteira roda em simulacao: os
      * passos leem as entradas reais e gravam so nas copias
      * SIMULA.*, inclusive o controle e o status da propria cadeia,
      * que comeca do zero. No fim sai a comparacao com a ultima
      * noite real.
           CALL 'CADAMBIENTE' USING WS-AMBIENTE-PARM WS-CMD-PATH
           CALL 'CADAMBIENTE' USING WS-AMBIENTE-PARM WS-STS-PATH
           CALL 'CADAMBIENTE' USING WS-AMBIENTE-PARM WS-CTL-PATH
           CALL 'CADAMBIENTE' USING WS-AMBIENTE-PARM WS-AGE-PATH
      * A cadeia so roda numa raiz marcada com o proprio ambiente:
      * homologacao apontada para a area de producao (ou o contrario)
      * e recusada antes de qualquer passo.
           MOVE 'V' TO WS-AMB-FUNCAO
           CALL 'CADAMBIENTE' USING WS-AMBIENTE-PARM WS-CTL-PATH
           MOVE 'R' TO WS-AMB-FUNCAO
           IF WS-AMB-RC = 12
               DISPLAY 'CADEIA: A RAIZ ' WS-AMB-RAIZ
               DISPLAY 'CADEIA: PERTENCE AO AMBIENTE ' WS-AMB-NOME
                       '. CADEIA RECUSADA.'
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           DISPLAY 'CADEIA: AMBIENTE ' WS-AMB-NOME
           CALL 'CADSIMULA' USING WS-SIMULA-PARM
           IF WS-SM-SIMULANDO
               SET WS-SIMULACAO TO TRUE
               DISPLAY 'CADEIA: SIMULACAO DA NOITE. NADA DO '
                       'AMBIENTE REAL SERA GRAVADO.'
               MOVE 'I' TO WS-SM-FUNCAO
               CALL 'CADSIMULA' USING WS-SIMULA-PARM
               MOVE 'D' TO WS-SM-FUNCAO
               CALL 'CADSIMULA' USING WS-SIMULA-PARM WS-CTL-PATH
               CALL 'CADSIMULA' USING WS-SIMULA-PARM WS-STS-PATH
           END-IF
           PERFORM P005-CARREGA-CONTROLE
           PERFORM P200-MONTA-NOITE
           OPEN INPUT WS-CMD-FILE
           IF WS-CMD-FS = '00'
               PERFORM P020-MODO-COMANDO
               CLOSE WS-CMD-FILE
           ELSE
               IF WS-COM-AGENDA
                   PERFORM P025-MODO-AGENDA
               ELSE
                   PERFORM P010-MODO-MENU
               END-IF
           END-IF

           PERFORM P900-ENCERRA.

       P005-CARREGA-CONTROLE.
      * Noite incompleta guarda a propria data: o rerun da manha
      * seguinte monta a mesma lista de passos da noite que parou.
           PERFORM VARYING WS-PASSO-IDX FROM 1 BY 1
                   UNTIL WS-PASSO-IDX > WS-TOT-PASSOS
               MOVE 'N' TO WS-PASSO-OK(WS-PASSO-IDX)
           END-PERFORM
           MOVE FUNCTION CURRENT-DATE TO WS-DATA-HORA-ATUAL
           MOVE WS-DATA-HORA-ATUAL(1:8) TO WS-DATA-NOITE
           OPEN INPUT WS-CTL-FILE
           IF WS-CTL-FS = '00'
               READ WS-CTL-FILE
                           MOVE WS-CTL-PASSOS(WS-PASSO-IDX:1)
                                TO WS-PASSO-OK(WS-PASSO-IDX)
                       END-PERFORM
                       PERFORM VARYING WS-PASSO-IDX FROM 6 BY 1
                               UNTIL WS-PASSO-IDX > WS-TOT-PASSOS
                           MOVE WS-CTL-PASSOS-EXTRA(WS-PASSO-IDX - 5:1)
                                TO WS-PASSO-OK(WS-PASSO-IDX)
                       END-PERFORM
                       MOVE WS-CTL-OVERRIDE TO WS-OVERRIDE-SW
      * Noite parada em outro ambiente nao e retomada neste.
                       IF WS-CTL-AMBIENTE NOT = SPACES
                          AND WS-CTL-AMBIENTE NOT = WS-AMB-NOME
                           DISPLAY 'CADEIA: CONTROLE DA NOITE E DO '
                                   'AMBIENTE ' WS-CTL-AMBIENTE
                                   '. CADEIA RECUSADA.'
                           CLOSE WS-CTL-FILE
                           MOVE 12 TO RETURN-CODE
                           STOP RUN
                       END-IF
                       IF WS-CTL-DATA-NOITE IS NUMERIC
                          AND WS-CTL-DATA-NOITE NOT = '00000000'
                           MOVE WS-CTL-DATA-NOITE TO WS-DATA-NOITE
                           DISPLAY 'CADEIA: RETOMANDO A NOITE DE '
                                   WS-DATA-NOITE
                       END-IF
               END-READ
               CLOSE WS-CTL-FILE
           END-IF
               MOVE WS-PASSO-OK(WS-PASSO-IDX)
                    TO WS-CTL-PASSOS(WS-PASSO-IDX:1)
           END-PERFORM
           PERFORM VARYING WS-PASSO-IDX FROM 6 BY 1
                   UNTIL WS-PASSO-IDX > WS-TOT-PASSOS
               MOVE WS-PASSO-OK(WS-PASSO-IDX)
                    TO WS-CTL-PASSOS-EXTRA(WS-PASSO-IDX - 5:1)
           END-PERFORM
           MOVE WS-OVERRIDE-SW TO WS-CTL-OVERRIDE
           MOVE WS-DATA-NOITE  TO WS-CTL-DATA-NOITE
           MOVE WS-AMB-NOME    TO WS-CTL-AMBIENTE
           WRITE WS-CTL-REGISTRO
           CLOSE WS-CTL-FILE
           .
       P070-VERIFICA-PREREQ.
      * Cada passo exige concluido o passo que o antecede na noite;
      * passo fora da agenda da noite nao roda. O override do
      * supervisor libera as duas coisas quando for preciso.
           MOVE 'Y'    TO WS-PREREQ-OK-SW
           MOVE SPACES TO WS-MOTIVO-RECUSA
           IF NOT WS-OVERRIDE
               MOVE 0 TO WS-POS-NOITE
               PERFORM VARYING WS-NOI-BUSCA FROM 1 BY 1
                       UNTIL WS-NOI-BUSCA > WS-TOT-NOITE
                          OR WS-POS-NOITE > 0
                   IF WS-NOI-RODA(WS-NOI-BUSCA)
                      AND WS-NOI-CODIGO(WS-NOI-BUSCA) = WS-OPCAO
                       MOVE WS-NOI-BUSCA TO WS-POS-NOITE
                   END-IF
               END-PERFORM
               IF WS-POS-NOITE = 0
                   MOVE 'N' TO WS-PREREQ-OK-SW
                   MOVE 'FORA DA AGENDA DA NOITE' TO WS-MOTIVO-RECUSA
               ELSE
                   MOVE 0 TO WS-ANT-CODIGO
                   COMPUTE WS-NOI-BUSCA = WS-POS-NOITE - 1
                   PERFORM UNTIL WS-NOI-BUSCA < 1 OR WS-ANT-CODIGO > 0
                       IF WS-NOI-RODA(WS-NOI-BUSCA)
                           MOVE WS-NOI-CODIGO(WS-NOI-BUSCA)
                                TO WS-ANT-CODIGO
                       END-IF
                       SUBTRACT 1 FROM WS-NOI-BUSCA
                   END-PERFORM
                   IF WS-ANT-CODIGO > 0
                       IF WS-PASSO-OK(WS-ANT-CODIGO) NOT = 'Y'
                           MOVE 'N' TO WS-PREREQ-OK-SW
                           STRING 'PRE-REQUISITO NAO CONCLUIDO: '
                                  WS-PASSO-PROGRAMA(WS-ANT-CODIGO)
                                  DELIMITED BY SIZE
                                  INTO WS-MOTIVO-RECUSA
                       END-IF
                   END-IF
               END-IF
           END-IF
           .
       P010-MODO-MENU.
           PERFORM UNTIL NOT WS-CONTINUA
               PERFORM P0-EXIBE-MENU
               MOVE SPACE TO WS-ENT-OPCAO
               ACCEPT WS-ENT-OPCAO
               EVALUATE TRUE
                   WHEN WS-ENT-OPCAO >= '1' AND WS-ENT-OPCAO <= '9'
                       MOVE WS-ENT-OPCAO TO WS-OPCAO
                       PERFORM P080-EXECUTA-PASSO
                   WHEN WS-ENT-OPCAO = 'F'
                       MOVE 'N' TO WS-CONTINUA-SW
                   WHEN WS-ENT-OPCAO = 'L'
                       SET WS-OVERRIDE TO TRUE
                       PERFORM P060-GRAVA-CONTROLE
                       DISPLAY 'ORDEM LIBERADA PELO SUPERVISOR.'
                   WHEN WS-ENT-OPCAO = 'S'
                       PERFORM P090-MOSTRA-SITUACAO
                   WHEN OTHER
                       DISPLAY 'OPCAO INVALIDA.'
           IF NOT WS-PREREQ-OK
               DISPLAY 'PASSO ' WS-OPCAO ' ('
                       WS-PASSO-PROGRAMA(WS-OPCAO)
                       ') RECUSADO: ' WS-MOTIVO-RECUSA
           ELSE
               PERFORM P100-CHAMA-PROGRAMA
               PERFORM P060-GRAVA-CONTROLE
           .
       P020-MODO-COMANDO.
           OPEN OUTPUT WS-STS-FILE
           PERFORM P250-GRAVA-FORA-DA-NOITE
           PERFORM P030-LE-COMANDO
           PERFORM P040-EXECUTA-COMANDO
                   UNTIL WS-FIM OR WS-CADEIA-PAROU
           CLOSE WS-STS-FILE
           .
       P025-MODO-AGENDA.
      * A folha da noite sai na ordem da agenda: o que rodou com o
      * resultado, o que a regra pulou com o motivo, os passos
      * manuais do dia e o que ficou para tras se a cadeia parou.
           OPEN OUTPUT WS-STS-FILE
           PERFORM VARYING WS-NOI-IDX FROM 1 BY 1
                   UNTIL WS-NOI-IDX > WS-TOT-NOITE
               EVALUATE TRUE
                   WHEN WS-NOI-RODA(WS-NOI-IDX)
                        AND WS-CADEIA-PAROU
                       MOVE WS-NOI-CODIGO(WS-NOI-IDX) TO WS-STS-CODIGO
                       MOVE WS-NOI-PROGRAMA(WS-NOI-IDX)
                            TO WS-STS-PROGRAMA
                       MOVE 'NAO-INICIADO' TO WS-STS-RESULTADO
                       MOVE 'CADEIA PARADA EM PASSO ANTERIOR'
                            TO WS-STS-MOTIVO
                       WRITE WS-STS-REGISTRO FROM WS-STS-LINHA
                   WHEN WS-NOI-RODA(WS-NOI-IDX)
                       MOVE WS-NOI-CODIGO(WS-NOI-IDX) TO WS-OPCAO
                       PERFORM P045-EXECUTA-PASSO-CMD
                   WHEN OTHER
                       PERFORM P255-GRAVA-ITEM-NAO-RODA
               END-EVALUATE
           END-PERFORM
           CLOSE WS-STS-FILE
           .
       P030-LE-COMANDO.
           READ WS-CMD-FILE
               AT END SET WS-FIM TO TRUE
           .
       P040-EXECUTA-COMANDO.
           MOVE WS-CMD-CODIGO TO WS-OPCAO
           IF WS-OPCAO < 1 OR WS-OPCAO > WS-TOT-PASSOS
               DISPLAY 'CODIGO DE PASSO INVALIDO: ' WS-OPCAO
               MOVE WS-OPCAO    TO WS-STS-CODIGO
               MOVE SPACES      TO WS-STS-PROGRAMA
               MOVE 'INVALIDO'  TO WS-STS-RESULTADO
               MOVE SPACES      TO WS-STS-MOTIVO
               WRITE WS-STS-REGISTRO FROM WS-STS-LINHA
           ELSE
               PERFORM P045-EXECUTA-PASSO-CMD
      * o passo em vez de rodar fora de ordem.
           MOVE WS-OPCAO                     TO WS-STS-CODIGO
           MOVE WS-PASSO-PROGRAMA(WS-OPCAO)  TO WS-STS-PROGRAMA
           MOVE SPACES                       TO WS-STS-MOTIVO
           IF WS-PASSO-OK(WS-OPCAO) = 'Y'
               MOVE 'JA-CONCLUIDO'  TO WS-STS-RESULTADO
               WRITE WS-STS-REGISTRO FROM WS-STS-LINHA
           ELSE
               PERFORM P070-VERIFICA-PREREQ
               IF NOT WS-PREREQ-OK
                   MOVE 'RECUSADO'        TO WS-STS-RESULTADO
                   MOVE WS-MOTIVO-RECUSA  TO WS-STS-MOTIVO
                   WRITE WS-STS-REGISTRO FROM WS-STS-LINHA
               ELSE
                   PERFORM P100-CHAMA-PROGRAMA
       P050-GRAVA-STATUS.
           MOVE WS-OPCAO                    TO WS-STS-CODIGO
           MOVE WS-PASSO-PROGRAMA(WS-OPCAO) TO WS-STS-PROGRAMA
           MOVE SPACES                      TO WS-STS-MOTIVO
           EVALUATE TRUE
               WHEN WS-PASSO-OK(WS-OPCAO) = 'Y'
                   MOVE 'CONCLUIDO'  TO WS-STS-RESULTADO
                   IF WS-RC-PASSO = 4
                       MOVE 'TERMINOU COM RC 4 (AVISO)' TO WS-STS-MOTIVO
                   END-IF
               WHEN WS-PASSO-OK(WS-OPCAO) = 'C'
                   MOVE 'CORRIGIR'   TO WS-STS-RESULTADO
               WHEN OTHER
       P100-CHAMA-PROGRAMA.
           DISPLAY 'CADEIA: INICIANDO PASSO ' WS-OPCAO ' - '
                   WS-PASSO-PROGRAMA(WS-OPCAO)
      * Imagem anterior de tudo o que o passo vai gravar, para o
      * CADESTORNO poder voltar a noite. Sem imagem o passo nao
      * parte. A simulacao nao encosta nos arquivos reais.
           MOVE 0 TO WS-IM-RC
           IF NOT WS-SIMULACAO
               MOVE WS-DATA-NOITE               TO WS-IM-DATA-NOITE
               MOVE WS-PASSO-PROGRAMA(WS-OPCAO) TO WS-IM-PROGRAMA
               CALL 'CADIMAGEM' USING WS-IMAGEM-PARM
           END-IF
           IF WS-IM-RC NOT = 0
               MOVE 'N' TO WS-PASSO-OK(WS-OPCAO)
               MOVE WS-IM-RC TO WS-RC-PASSO
               DISPLAY 'CADEIA: PASSO ' WS-OPCAO ' NAO INICIADO: '
                       'FALHOU A IMAGEM ANTERIOR DOS ARQUIVOS. '
                       'CADEIA PARADA.'
               SET WS-CADEIA-PAROU TO TRUE
           ELSE
               PERFORM P105-EXECUTA-PROGRAMA
           END-IF
           .
       P105-EXECUTA-PROGRAMA.
           MOVE 0 TO RETURN-CODE
           CALL WS-PASSO-PROGRAMA(WS-OPCAO)
           MOVE RETURN-CODE TO WS-RC-PASSO
               WHEN WS-RC-PASSO = 0
                   MOVE 'Y' TO WS-PASSO-OK(WS-OPCAO)
                   DISPLAY 'CADEIA: PASSO ' WS-OPCAO ' CONCLUIDO.'
      * RC 4 e aviso (fechamento sem diario, historico sem
      * movimento): o passo conta como feito e a cadeia segue.
               WHEN WS-RC-PASSO = 4
                   MOVE 'Y' TO WS-PASSO-OK(WS-OPCAO)
                   DISPLAY 'CADEIA: PASSO ' WS-OPCAO ' CONCLUIDO '
                           'COM AVISO (RC 4).'
               WHEN WS-RC-PASSO = 8
      * RC 8 e condicao corrigivel pela mesa; a cadeia para com o
      * passo marcado para correcao e reexecucao. A correcao em si
       P090-MOSTRA-SITUACAO.
      * Onde a noite esta, de relance.
           PERFORM VARYING WS-PASSO-IDX FROM 1 BY 1
                   UNTIL WS-PASSO-IDX > WS-TOT-PASSOS
               EVALUATE WS-PASSO-OK(WS-PASSO-IDX)
                   WHEN 'Y'
                       DISPLAY WS-PASSO-IDX(2:1) ' '
                               WS-PASSO-PROGRAMA(WS-PASSO-IDX)
                               ' CONCLUIDO'
                   WHEN 'C'
                       DISPLAY WS-PASSO-IDX(2:1) ' '
                               WS-PASSO-PROGRAMA(WS-PASSO-IDX)
                               ' AGUARDA CORRECAO'
                   WHEN OTHER
                       DISPLAY WS-PASSO-IDX(2:1) ' '
                               WS-PASSO-PROGRAMA(WS-PASSO-IDX)
                               ' PENDENTE'
               END-EVALUATE
           END-PERFORM
           PERFORM P290-MOSTRA-NOITE
           .
       P0-EXIBE-MENU.
            PERFORM VARYING WS-PASSO-IDX FROM 1 BY 1
                    UNTIL WS-PASSO-IDX > WS-TOT-PASSOS
                DISPLAY WS-PASSO-IDX(2:1) ' - '
                        WS-PASSO-PROGRAMA(WS-PASSO-IDX)
            END-PERFORM
            DISPLAY 'F - FINALIZAR'
            DISPLAY 'L - LIBERAR ORDEM (SUPERVISOR)'
            DISPLAY 'S - SITUACAO DA CADEIA'
            DISPLAY 'OPCAO: '
            .
       P200-MONTA-NOITE.
           MOVE 0 TO WS-TOT-NOITE
           OPEN INPUT WS-AGE-FILE
           IF WS-AGE-FS = '00'
               SET WS-COM-AGENDA TO TRUE
               PERFORM P210-PREPARA-CALENDARIO
               MOVE 'N' TO WS-FIM-ARQUIVO
               PERFORM P205-LE-AGENDA
                       UNTIL WS-FIM
               CLOSE WS-AGE-FILE
               MOVE 'N' TO WS-FIM-ARQUIVO
               PERFORM P240-CONFERE-CADEIA
           ELSE
               PERFORM VARYING WS-PASSO-IDX FROM 1 BY 1
                       UNTIL WS-PASSO-IDX > 5
                   ADD 1 TO WS-TOT-NOITE
                   MOVE WS-PASSO-PROGRAMA(WS-PASSO-IDX)
                        TO WS-NOI-PROGRAMA(WS-TOT-NOITE)
                   MOVE WS-PASSO-IDX TO WS-NOI-CODIGO(WS-TOT-NOITE)
                   SET WS-NOI-RODA(WS-TOT-NOITE) TO TRUE
                   MOVE 'CADEIA PADRAO (SEM AGENDA)'
                        TO WS-NOI-MOTIVO(WS-TOT-NOITE)
               END-PERFORM
           END-IF
           PERFORM P290-MOSTRA-NOITE
           .
       P205-LE-AGENDA.
           READ WS-AGE-FILE
               AT END SET WS-FIM TO TRUE
               NOT AT END
                   IF WS-AGE-REGISTRO(1:1) NOT = '*'
                      AND WS-AGE-PROGRAMA NOT = SPACES
                       PERFORM P215-AVALIA-ENTRADA
                   END-IF
           END-READ
           .
       P210-PREPARA-CALENDARIO.
      * Dia util, posicao do dia util no mes e ultimo dia util saem
      * do CALENDARIO.DAT pelo CALUTIL, como no resto do sistema. O
      * dia da semana e aritmetico: o dia 1 do calendario inteiro
      * (01/01/1601) caiu numa segunda.
           MOVE 'Y' TO WS-CAL-OK-SW
           MOVE 'N' TO WS-NOITE-UTIL-SW
           MOVE 'N' TO WS-ULTIMO-UTIL-SW
           MOVE 0   TO WS-NUM-DIA-UTIL
           COMPUTE WS-INT-NOITE =
                   FUNCTION INTEGER-OF-DATE(WS-DATA-NOITE)
           COMPUTE WS-DIA-SEMANA =
                   FUNCTION MOD(WS-INT-NOITE - 1, 7) + 1

           MOVE 'C'           TO WS-CU-FUNCAO
           MOVE WS-DATA-NOITE TO WS-CU-DATA
           CALL 'CALUTIL' USING WS-CALUTIL-PARM
           IF WS-CU-RC NOT = 0
               MOVE 'N' TO WS-CAL-OK-SW
               DISPLAY 'AVISO: CALENDARIO.DAT NAO TEM A DATA '
                       WS-DATA-NOITE '; REGRAS DE DIA UTIL PULADAS.'
           ELSE
               MOVE WS-CU-DIA-UTIL TO WS-NOITE-UTIL-SW
           END-IF

           IF WS-CAL-OK AND WS-NOITE-UTIL
               PERFORM VARYING WS-DIA-CONTA FROM 1 BY 1
                       UNTIL WS-DIA-CONTA > WS-NOITE-DIA
                   MOVE WS-DATA-NOITE TO WS-DATA-ALVO
                   MOVE WS-DIA-CONTA  TO WS-ALVO-DIA
                   MOVE 'C'           TO WS-CU-FUNCAO
                   MOVE WS-DATA-ALVO  TO WS-CU-DATA
                   CALL 'CALUTIL' USING WS-CALUTIL-PARM
                   IF WS-CU-RC = 0 AND WS-CU-DIA-UTIL = 'S'
                       ADD 1 TO WS-NUM-DIA-UTIL
                   END-IF
               END-PERFORM

               MOVE 'P' TO WS-CU-FUNCAO
               COMPUTE WS-CU-DATA =
                       FUNCTION DATE-OF-INTEGER(WS-INT-NOITE + 1)
               CALL 'CALUTIL' USING WS-CALUTIL-PARM
               IF WS-CU-RC NOT = 0
                   SET WS-ULTIMO-INDEFINIDO TO TRUE
               ELSE
                   IF WS-CU-DATA-UTIL(5:2) NOT = WS-NOITE-MES
                       SET WS-ULTIMO-UTIL TO TRUE
                   END-IF
               END-IF
           END-IF
           .
       P215-AVALIA-ENTRADA.
           IF WS-TOT-NOITE >= 30
               DISPLAY 'AVISO: AGENDA COM MAIS DE 30 PASSOS; '
                       WS-AGE-PROGRAMA ' IGNORADO.'
           ELSE
               ADD 1 TO WS-TOT-NOITE
               MOVE WS-AGE-PROGRAMA TO WS-NOI-PROGRAMA(WS-TOT-NOITE)
               MOVE 0 TO WS-NOI-CODIGO(WS-TOT-NOITE)
               PERFORM VARYING WS-PASSO-IDX FROM 1 BY 1
                       UNTIL WS-PASSO-IDX > WS-TOT-PASSOS
                   IF WS-PASSO-PROGRAMA(WS-PASSO-IDX) = WS-AGE-PROGRAMA
                       MOVE WS-PASSO-IDX
                            TO WS-NOI-CODIGO(WS-TOT-NOITE)
                   END-IF
               END-PERFORM

               PERFORM P220-AVALIA-REGRA

               EVALUATE TRUE
                   WHEN NOT WS-RODA-HOJE
                       SET WS-NOI-PULA(WS-TOT-NOITE) TO TRUE
                   WHEN WS-NOI-CODIGO(WS-TOT-NOITE) = 0
                       SET WS-NOI-MANUAL(WS-TOT-NOITE) TO TRUE
                       MOVE 'FORA DA CADEIA: EXECUTAR PELO OPERADOR'
                            TO WS-MOTIVO
                   WHEN OTHER
                       PERFORM P218-CONFERE-REPETIDO
               END-EVALUATE
               MOVE WS-MOTIVO TO WS-NOI-MOTIVO(WS-TOT-NOITE)
           END-IF
           .
       P218-CONFERE-REPETIDO.
      * O mesmo passo duas vezes na noite nao roda duas vezes: a
      * primeira linha que pede e a que vale.
           SET WS-NOI-RODA(WS-TOT-NOITE) TO TRUE
           PERFORM VARYING WS-NOI-IDX FROM 1 BY 1
                   UNTIL WS-NOI-IDX >= WS-TOT-NOITE
               IF WS-NOI-RODA(WS-NOI-IDX)
                  AND WS-NOI-CODIGO(WS-NOI-IDX)
                      = WS-NOI-CODIGO(WS-TOT-NOITE)
                   SET WS-NOI-PULA(WS-TOT-NOITE) TO TRUE
                   MOVE 'JA AGENDADO EM LINHA ANTERIOR' TO WS-MOTIVO
               END-IF
           END-PERFORM
           .
       P220-AVALIA-REGRA.
           MOVE 'N'    TO WS-RODA-SW
           MOVE SPACES TO WS-MOTIVO
           IF WS-AGE-PARAMETRO IS NUMERIC
               MOVE WS-AGE-PARAMETRO TO WS-PARAMETRO-NUM
           ELSE
               MOVE 0 TO WS-PARAMETRO-NUM
           END-IF

           EVALUATE TRUE
               WHEN WS-AGE-REGRA = 'D'
                   SET WS-RODA-HOJE TO TRUE
                   MOVE 'REGRA D: TODA NOITE' TO WS-MOTIVO
               WHEN WS-AGE-REGRA = 'S'
                   IF WS-PARAMETRO-NUM < 1 OR WS-PARAMETRO-NUM > 7
                       MOVE 'REGRA S: DIA DA SEMANA INVALIDO'
                            TO WS-MOTIVO
                   ELSE
                       IF WS-PARAMETRO-NUM = WS-DIA-SEMANA
                           SET WS-RODA-HOJE TO TRUE
                           MOVE 'REGRA S: DIA DA SEMANA' TO WS-MOTIVO
                       ELSE
                           MOVE WS-DIA-SEMANA    TO WS-NUM-ED
                           MOVE WS-PARAMETRO-NUM TO WS-PARAM-ED
                           STRING 'REGRA S: HOJE E DIA ' WS-NUM-ED
                                  ' DA SEMANA, PEDE ' WS-PARAM-ED
                                  DELIMITED BY SIZE INTO WS-MOTIVO
                       END-IF
                   END-IF
               WHEN WS-AGE-REGRA NOT = 'U' AND WS-AGE-REGRA NOT = 'N'
                    AND WS-AGE-REGRA NOT = 'F'
                    AND WS-AGE-REGRA NOT = 'M'
                    AND WS-AGE-REGRA NOT = 'A'
                   STRING 'REGRA DESCONHECIDA: ' WS-AGE-REGRA
                          DELIMITED BY SIZE INTO WS-MOTIVO
               WHEN NOT WS-CAL-OK
                   MOVE 'CALENDARIO SEM A DATA DA NOITE' TO WS-MOTIVO
               WHEN WS-AGE-REGRA = 'U'
                   IF WS-NOITE-UTIL
                       SET WS-RODA-HOJE TO TRUE
                       MOVE 'REGRA U: DIA UTIL' TO WS-MOTIVO
                   ELSE
                       MOVE 'REGRA U: HOJE NAO E DIA UTIL' TO WS-MOTIVO
                   END-IF
               WHEN WS-AGE-REGRA = 'N'
                   PERFORM P225-REGRA-DIA-UTIL
               WHEN WS-AGE-REGRA = 'F'
                   EVALUATE TRUE
                       WHEN WS-ULTIMO-UTIL
                           SET WS-RODA-HOJE TO TRUE
                           MOVE 'REGRA F: ULTIMO DIA UTIL DO MES'
                                TO WS-MOTIVO
                       WHEN WS-ULTIMO-INDEFINIDO
                           MOVE 'REGRA F: CALENDARIO SEM O MES SEGUINTE'
                                TO WS-MOTIVO
                       WHEN OTHER
                           MOVE 'REGRA F: NAO E O ULTIMO DIA UTIL'
                                TO WS-MOTIVO
                   END-EVALUATE
               WHEN WS-AGE-REGRA = 'M'
                   PERFORM P230-REGRA-DIA-MES
               WHEN OTHER
                   PERFORM P235-REGRA-ANUAL
           END-EVALUATE
           .
       P225-REGRA-DIA-UTIL.
           IF WS-PARAMETRO-NUM < 1 OR WS-PARAMETRO-NUM > 23
               MOVE 'REGRA N: NUMERO DE DIA UTIL INVALIDO' TO WS-MOTIVO
           ELSE
               MOVE WS-PARAMETRO-NUM TO WS-PARAM-ED
               IF WS-NOITE-UTIL
                  AND WS-NUM-DIA-UTIL = WS-PARAMETRO-NUM
                   SET WS-RODA-HOJE TO TRUE
                   STRING 'REGRA N: ' WS-PARAM-ED 'O DIA UTIL DO MES'
                          DELIMITED BY SIZE INTO WS-MOTIVO
               ELSE
                   IF WS-NOITE-UTIL
                       MOVE WS-NUM-DIA-UTIL TO WS-NUM-ED
                       STRING 'REGRA N: HOJE E O ' WS-NUM-ED
                              'O DIA UTIL, PEDE O ' WS-PARAM-ED 'O'
                              DELIMITED BY SIZE INTO WS-MOTIVO
                   ELSE
                       MOVE 'REGRA N: HOJE NAO E DIA UTIL' TO WS-MOTIVO
                   END-IF
               END-IF
           END-IF
           .
       P230-REGRA-DIA-MES.
      * Dia fixo que cai em feriado ou fim de semana passa para o
      * dia util seguinte, que pode ja ser no mes que vem: confere o
      * alvo deste mes e o do mes anterior.
           IF WS-PARAMETRO-NUM < 1 OR WS-PARAMETRO-NUM > 31
               MOVE 'REGRA M: DIA DO MES INVALIDO' TO WS-MOTIVO
           ELSE
               MOVE WS-PARAMETRO-NUM TO WS-ALVO-DIA-PEDIDO
               MOVE WS-NOITE-ANO TO WS-ALVO-ANO
               MOVE WS-NOITE-MES TO WS-ALVO-MES
               PERFORM P260-MONTA-ALVO
               PERFORM P270-CONFERE-ALVO
               IF NOT WS-RODA-HOJE
                   MOVE WS-NOITE-ANO TO WS-ALVO-ANO
                   MOVE WS-NOITE-MES TO WS-ALVO-MES
                   IF WS-ALVO-MES = 1
                       MOVE 12 TO WS-ALVO-MES
                       SUBTRACT 1 FROM WS-ALVO-ANO
                   ELSE
                       SUBTRACT 1 FROM WS-ALVO-MES
                   END-IF
                   PERFORM P260-MONTA-ALVO
                   PERFORM P270-CONFERE-ALVO
               END-IF
               MOVE WS-PARAMETRO-NUM TO WS-PARAM-ED
               IF WS-RODA-HOJE
                   STRING 'REGRA M: DIA ' WS-PARAM-ED
                          ' DO MES (OU UTIL SEGUINTE)'
                          DELIMITED BY SIZE INTO WS-MOTIVO
               ELSE
                   STRING 'REGRA M: PEDE O DIA ' WS-PARAM-ED
                          ' (OU UTIL SEGUINTE)'
                          DELIMITED BY SIZE INTO WS-MOTIVO
               END-IF
           END-IF
           .
       P235-REGRA-ANUAL.
           MOVE WS-NOITE-ANO TO WS-ALVO-ANO
           COMPUTE WS-DATA-ALVO = WS-ALVO-ANO * 10000 + WS-PARAMETRO-NUM
           PERFORM P238-AJUSTA-BISSEXTO
           IF FUNCTION TEST-DATE-YYYYMMDD(WS-DATA-ALVO) NOT = 0
               MOVE 'REGRA A: DATA (MMDD) INVALIDA' TO WS-MOTIVO
           ELSE
               PERFORM P270-CONFERE-ALVO
               IF NOT WS-RODA-HOJE
                   COMPUTE WS-DATA-ALVO = (WS-NOITE-ANO - 1) * 10000
                                        + WS-PARAMETRO-NUM
                   PERFORM P238-AJUSTA-BISSEXTO
                   PERFORM P270-CONFERE-ALVO
               END-IF
               IF WS-RODA-HOJE
                   STRING 'REGRA A: DATA ANUAL ' WS-AGE-PARAMETRO
                          ' (OU UTIL SEGUINTE)'
                          DELIMITED BY SIZE INTO WS-MOTIVO
               ELSE
                   STRING 'REGRA A: PEDE ' WS-AGE-PARAMETRO
                          ' (OU UTIL SEGUINTE)'
                          DELIMITED BY SIZE INTO WS-MOTIVO
               END-IF
           END-IF
           .
       P238-AJUSTA-BISSEXTO.
      * 29/02 fora de ano bissexto vale como 28/02.
           IF WS-PARAMETRO-NUM = 0229
              AND FUNCTION TEST-DATE-YYYYMMDD(WS-DATA-ALVO) NOT = 0
               MOVE 28 TO WS-ALVO-DIA
           END-IF
           .
       P240-CONFERE-CADEIA.
      * Passo da cadeia que a agenda nem menciona tambem sai na
      * folha, para ninguem achar que rodou.
           PERFORM VARYING WS-PASSO-IDX FROM 1 BY 1
                   UNTIL WS-PASSO-IDX > WS-TOT-PASSOS
               MOVE 0 TO WS-POS-NOITE
               PERFORM VARYING WS-NOI-IDX FROM 1 BY 1
                       UNTIL WS-NOI-IDX > WS-TOT-NOITE
                   IF WS-NOI-CODIGO(WS-NOI-IDX) = WS-PASSO-IDX
                       MOVE WS-NOI-IDX TO WS-POS-NOITE
                   END-IF
               END-PERFORM
               IF WS-POS-NOITE = 0 AND WS-TOT-NOITE < 30
                   ADD 1 TO WS-TOT-NOITE
                   MOVE WS-PASSO-PROGRAMA(WS-PASSO-IDX)
                        TO WS-NOI-PROGRAMA(WS-TOT-NOITE)
                   MOVE WS-PASSO-IDX TO WS-NOI-CODIGO(WS-TOT-NOITE)
                   SET WS-NOI-PULA(WS-TOT-NOITE) TO TRUE
                   MOVE 'SEM REGRA NA AGENDA'
                        TO WS-NOI-MOTIVO(WS-TOT-NOITE)
               END-IF
           END-PERFORM
           .
       P250-GRAVA-FORA-DA-NOITE.
      * No modo de comandos a folha comeca pelo que a agenda tirou
      * da noite; o resto sai conforme os comandos rodam.
           PERFORM VARYING WS-NOI-IDX FROM 1 BY 1
                   UNTIL WS-NOI-IDX > WS-TOT-NOITE
               IF NOT WS-NOI-RODA(WS-NOI-IDX)
                   PERFORM P255-GRAVA-ITEM-NAO-RODA
               END-IF
           END-PERFORM
           .
       P255-GRAVA-ITEM-NAO-RODA.
           MOVE WS-NOI-CODIGO(WS-NOI-IDX)   TO WS-STS-CODIGO
           MOVE WS-NOI-PROGRAMA(WS-NOI-IDX) TO WS-STS-PROGRAMA
           IF WS-NOI-MANUAL(WS-NOI-IDX)
               MOVE 'MANUAL'  TO WS-STS-RESULTADO
           ELSE
               MOVE 'PULADO'  TO WS-STS-RESULTADO
           END-IF
           MOVE WS-NOI-MOTIVO(WS-NOI-IDX)   TO WS-STS-MOTIVO
           WRITE WS-STS-REGISTRO FROM WS-STS-LINHA
           .
       P260-MONTA-ALVO.
      * Dia pedido alem do fim do mes vale como o ultimo dia do mes.
           MOVE 1 TO WS-ALVO-DIA
           IF WS-ALVO-MES = 12
               COMPUTE WS-INT-ALVO = FUNCTION INTEGER-OF-DATE
                       ((WS-ALVO-ANO + 1) * 10000 + 0101) - 1
           ELSE
               COMPUTE WS-INT-ALVO = FUNCTION INTEGER-OF-DATE
                       (WS-ALVO-ANO * 10000 + (WS-ALVO-MES + 1) * 100
                        + 1) - 1
           END-IF
           COMPUTE WS-ALVO-ULTIMO-DIA = FUNCTION MOD
                   (FUNCTION DATE-OF-INTEGER(WS-INT-ALVO), 100)
           IF WS-ALVO-DIA-PEDIDO > WS-ALVO-ULTIMO-DIA
               MOVE WS-ALVO-ULTIMO-DIA TO WS-ALVO-DIA
           ELSE
               MOVE WS-ALVO-DIA-PEDIDO TO WS-ALVO-DIA
           END-IF
           .
       P270-CONFERE-ALVO.
      * A noite atende o alvo quando e o primeiro dia util a partir
      * dele.
           IF WS-DATA-ALVO <= WS-DATA-NOITE
               MOVE 'P'          TO WS-CU-FUNCAO
               MOVE WS-DATA-ALVO TO WS-CU-DATA
               CALL 'CALUTIL' USING WS-CALUTIL-PARM
               IF WS-CU-RC = 0 AND WS-CU-DATA-UTIL = WS-DATA-NOITE
                   SET WS-RODA-HOJE TO TRUE
               END-IF
           END-IF
           .
       P290-MOSTRA-NOITE.
           DISPLAY 'CADEIA: NOITE DE ' WS-DATA-NOITE
           PERFORM VARYING WS-NOI-IDX FROM 1 BY 1
                   UNTIL WS-NOI-IDX > WS-TOT-NOITE
               EVALUATE TRUE
                   WHEN WS-NOI-RODA(WS-NOI-IDX)
                       DISPLAY '  RODA   ' WS-NOI-PROGRAMA(WS-NOI-IDX)
                               ' ' WS-NOI-MOTIVO(WS-NOI-IDX)
                   WHEN WS-NOI-MANUAL(WS-NOI-IDX)
                       DISPLAY '  MANUAL ' WS-NOI-PROGRAMA(WS-NOI-IDX)
                               ' ' WS-NOI-MOTIVO(WS-NOI-IDX)
                   WHEN OTHER
                       DISPLAY '  PULA   ' WS-NOI-PROGRAMA(WS-NOI-IDX)
                               ' ' WS-NOI-MOTIVO(WS-NOI-IDX)
               END-EVALUATE
           END-PERFORM
           .
       P900-ENCERRA.
      * Noite completa: o controle de passos volta a zero para a
      * proxima janela comecar do inicio (mesma logica do checkpoint
      * de REPETICAO). Completa e todo passo que a agenda pos para
      * rodar na noite concluido. Noite incompleta devolve RC 1 ao
      * escalonador.
           IF WS-SIMULACAO
               MOVE 'T' TO WS-SM-FUNCAO
               CALL 'CADSIMULA' USING WS-SIMULA-PARM
           END-IF
           MOVE 'Y' TO WS-NOITE-COMPLETA-SW
           PERFORM VARYING WS-NOI-IDX FROM 1 BY 1
                   UNTIL WS-NOI-IDX > WS-TOT-NOITE
               IF WS-NOI-RODA(WS-NOI-IDX)
                   IF WS-PASSO-OK(WS-NOI-CODIGO(WS-NOI-IDX)) NOT = 'Y'
                       MOVE 'N' TO WS-NOITE-COMPLETA-SW
                   END-IF
               END-IF
           END-PERFORM
           IF WS-NOITE-COMPLETA
               MOVE 0 TO RETURN-CODE
               PERFORM VARYING WS-PASSO-IDX FROM 1 BY 1
                       UNTIL WS-PASSO-IDX > WS-TOT-PASSOS
                   MOVE 'N' TO WS-PASSO-OK(WS-PASSO-IDX)
               END-PERFORM
               MOVE 'N' TO WS-OVERRIDE-SW
               MOVE 0   TO WS-DATA-NOITE
               PERFORM P060-GRAVA-CONTROLE
           ELSE
               MOVE 1 TO RETURN-CODE
