       FILE SECTION.
       FD  WS-BLQ-FILE.
       01 WS-BLQ-REGISTRO.
          03 WS-BLQ-ID                  PIC 9(9).
          03 WS-BLQ-DATA                PIC 9(8).
          03 WS-BLQ-OPERADOR            PIC X(8).
          03 WS-BLQ-MOTIVO              PIC X(30).
          88 WS-OP-RELATORIO                VALUE 'R'.
          88 WS-OP-SAIR                     VALUE 'X'.

       01 WS-ID-INFORMADO         PIC 9(9)  VALUE 0.
       01 WS-ACHOU-SW             PIC X     VALUE 'N'.
          88 WS-ACHOU                       VALUE 'Y'.
       01 WS-FIM-ARQUIVO          PIC X     VALUE 'N'.
           03 WS-AU-CONTADOR       PIC 9(6).
           03 WS-AU-OPERADOR       PIC X(8)  VALUE SPACES.

       01 WS-SESSAO-PARM.
           03 WS-SS-FUNCAO         PIC X     VALUE 'C'.
           03 WS-SS-OPERADOR       PIC X(8)  VALUE SPACES.
           03 WS-SS-PERFIL         PIC X.
           03 WS-SS-TIMEOUT        PIC 9(3).
           03 WS-SS-RC             PIC 99    VALUE 4.
              88 WS-SS-ATIVA               VALUE 0.

       01 WS-AMBIENTE-PARM.
           03 WS-AMB-FUNCAO        PIC X     VALUE 'R'.
           03 WS-AMB-NOME          PIC X(8)  VALUE SPACES.
           03 WS-AMB-RAIZ          PIC X(40) VALUE SPACES.
           03 WS-AMB-RC            PIC 99.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
            CALL 'CADAMBIENTE' USING WS-AMBIENTE-PARM WS-BLQ-PATH
            DISPLAY 'PAGTOBLOQ - BLOQUEIO ADMINISTRATIVO DE PAGAMENTOS'

      * Vindo do menu principal, o operador e o da sessao.
            CALL 'OPERSESSAO' USING WS-SESSAO-PARM

            IF WS-SS-ATIVA
                MOVE WS-SS-OPERADOR TO WS-AU-OPERADOR
            END-IF

            OPEN I-O WS-BLQ-FILE
            IF WS-BLQ-FS NOT = '00'
                OPEN OUTPUT WS-BLQ-FILE
       P180-JORNALIZA.
      * Quem bloqueou ou liberou, e por que, fica na trilha comum.
            MOVE SPACES          TO WS-AU-CHAVE
            MOVE WS-BLQ-ID       TO WS-AU-CHAVE(1:9)
            MOVE WS-ENT-OPERADOR TO WS-AU-CHAVE(11:8)
            MOVE WS-ENT-MOTIVO   TO WS-AU-CHAVE(20:11)
            MOVE 0               TO WS-AU-CONTADOR
            CALL 'AUDITLOG' USING WS-AUDIT-PARM
            .
                DISPLAY 'PAGAMENTO JA BLOQUEADO DESDE ' WS-BLQ-DATA
                        ' POR ' WS-BLQ-OPERADOR
            ELSE
                IF WS-SS-ATIVA
                    MOVE WS-SS-OPERADOR TO WS-ENT-OPERADOR
                ELSE
                    DISPLAY 'OPERADOR: '
                    ACCEPT WS-ENT-OPERADOR
                END-IF
                DISPLAY 'MOTIVO DO BLOQUEIO: '
                ACCEPT WS-ENT-MOTIVO
                IF WS-ENT-MOTIVO = SPACES
                DISPLAY 'PAGAMENTO NAO ESTA BLOQUEADO: '
                        WS-ID-INFORMADO
            ELSE
                IF WS-SS-ATIVA
                    MOVE WS-SS-OPERADOR TO WS-ENT-OPERADOR
                ELSE
                    DISPLAY 'OPERADOR: '
                    ACCEPT WS-ENT-OPERADOR
                END-IF
                DISPLAY 'MOTIVO DA LIBERACAO: '
                ACCEPT WS-ENT-MOTIVO
                MOVE 'L'                     TO WS-BLQ-SITUACAO
