           03 WS-AUD-OPERADOR       PIC X(8).
           03 FILLER                PIC X.
           03 WS-AUD-SEQ            PIC X(6).
           03 FILLER                PIC X.
           03 WS-AUD-HASH           PIC X(10).
       FD  WS-REL-FILE.
       01 WS-REL-LINHA              PIC X(100).

          88 WS-MODO-DIGESTO                 VALUE 'D'.
          88 WS-MODO-SEQUENCIA               VALUE 'S'.

       01 WS-FORENSE               PIC X     VALUE 'N'.
          88 WS-MODO-FORENSE                 VALUE 'S'.
       01 WS-RC-VERIFICA           PIC S9(4) VALUE 0.

       01 WS-FIM-ARQUIVO           PIC X     VALUE 'N'.
          88 WS-FIM                          VALUE 'Y'.
       01 WS-ACHOU-SW              PIC X     VALUE 'N'.
          03 WS-TOT-FORA-ORDEM      PIC 9(6) VALUE 0.
          03 WS-TOT-SEM-SEQ         PIC 9(6) VALUE 0.

       01 WS-AMBIENTE-PARM.
           03 WS-AMB-FUNCAO        PIC X     VALUE 'R'.
           03 WS-AMB-NOME          PIC X(8)  VALUE SPACES.
           03 WS-AMB-RAIZ          PIC X(40) VALUE SPACES.
           03 WS-AMB-RC            PIC 99.

       01 WS-AUDIT-PARM.
           03 WS-AU-PROGRAMA       PIC X(12) VALUE 'AUDITCON'.
           03 WS-AU-EVENTO         PIC X(12).
           03 WS-AU-CHAVE          PIC X(30).
           03 WS-AU-CONTADOR       PIC 9(6).
           03 WS-AU-OPERADOR       PIC X(8)  VALUE SPACES.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
            CALL 'CADAMBIENTE' USING WS-AMBIENTE-PARM WS-AUD-PATH
            CALL 'CADAMBIENTE' USING WS-AMBIENTE-PARM WS-REL-PATH
            DISPLAY 'AUDITCON - CONSULTA A TRILHA DE AUDITORIA'
            DISPLAY 'MODO (C=CONSULTA, D=DIGESTO DIARIO, '
                    'S=CONFERE SEQUENCIA): '
                MOVE WS-SEL-DATA-INI TO WS-SEL-DATA-FIM
            END-IF

      * Relatorio de trilha quebrada nao vale como prova; so sai no
      * modo forense, pedido explicitamente e marcado em tudo que sai.
            CALL 'AUDITVERIF'
            MOVE RETURN-CODE TO WS-RC-VERIFICA
            IF WS-RC-VERIFICA >= 8
                DISPLAY 'TRILHA DE AUDITORIA NAO PASSOU NA CONFERENCIA '
                        '(VER AUDITVERIF.REL).'
                DISPLAY 'CONSULTAR EM MODO FORENSE (S/N): '
                ACCEPT WS-FORENSE
                MOVE FUNCTION UPPER-CASE(WS-FORENSE) TO WS-FORENSE
                IF NOT WS-MODO-FORENSE
                    DISPLAY 'CONSULTA RECUSADA.'
                    MOVE 8 TO RETURN-CODE
                    STOP RUN
                END-IF
                MOVE 'FORENSE'        TO WS-AU-EVENTO
                MOVE WS-MODO-EXECUCAO TO WS-AU-CHAVE
                MOVE 0                TO WS-AU-CONTADOR
                CALL 'AUDITLOG' USING WS-AUDIT-PARM
                DISPLAY '*** MODO FORENSE - TRILHA COM QUEBRA ***'
            END-IF

            OPEN INPUT WS-AUD-FILE
            IF WS-AUD-FS NOT = '00'
                DISPLAY 'TRILHA DE AUDITORIA NAO ENCONTRADA: '

            IF WS-MODO-DIGESTO
                OPEN OUTPUT WS-REL-FILE
                MOVE SPACES TO WS-REL-LINHA
                STRING 'AUDITCON - DIGESTO DA TRILHA DE AUDITORIA'
                       '  AMBIENTE ' WS-AMB-NOME
                       DELIMITED BY SIZE
                       INTO WS-REL-LINHA
                END-STRING
                WRITE WS-REL-LINHA
                IF WS-MODO-FORENSE
                    MOVE '*** MODO FORENSE - TRILHA COM QUEBRA NA '
                         TO WS-REL-LINHA
                    MOVE 'CONFERENCIA (VER AUDITVERIF.REL) ***'
                         TO WS-REL-LINHA(42:)
                    WRITE WS-REL-LINHA
                END-IF
            END-IF

            PERFORM P150-LE-EVENTO
            CLOSE WS-AUD-FILE

            PERFORM P800-RESUMO
            IF WS-MODO-FORENSE AND RETURN-CODE < 4
                MOVE 4 TO RETURN-CODE
            END-IF
            STOP RUN.

       P150-LE-EVENTO.
               AND WS-AUD-DATA >= WS-SEL-DATA-INI
               AND WS-AUD-DATA <= WS-SEL-DATA-FIM
                ADD 1 TO WS-TOT-LISTADO
      * No forense cada linha leva sequencia e encadeamento, para
      * conferir com o AUDITVERIF.REL onde a corrente quebrou.
                IF WS-MODO-FORENSE
                    DISPLAY WS-AUD-DATA ' ' WS-AUD-HORA ' '
                            WS-AUD-PROGRAMA ' ' WS-AUD-EVENTO ' '
                            WS-AUD-CHAVE ' ' WS-AUD-CONTADOR ' '
                            WS-AUD-OPERADOR ' ' WS-AUD-SEQ ' '
                            WS-AUD-HASH
                ELSE
                    DISPLAY WS-AUD-DATA ' ' WS-AUD-HORA ' '
                            WS-AUD-PROGRAMA ' ' WS-AUD-EVENTO ' '
                            WS-AUD-CHAVE ' ' WS-AUD-CONTADOR ' '
                            WS-AUD-OPERADOR
                END-IF
            END-IF
            .
       P400-DIGERE-EVENTO.
