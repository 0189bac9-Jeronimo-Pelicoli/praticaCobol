       FILE SECTION.
       FD  WS-DSP-FILE.
       01 WS-DSP-REGISTRO.
          03 WS-DSP-ID                  PIC 9(9).
          03 WS-DSP-DATA-ABERTURA       PIC 9(8).
          03 WS-DSP-OPERADOR            PIC X(8).
          03 WS-DSP-MOTIVO              PIC X(30).
          03 WS-DSP-DATA-RESOLUCAO      PIC 9(8).
       FD  WS-HIST-FILE.
       01 WS-HIST-REGISTRO.
           03 WS-HIST-ID             PIC 9(9).
           03 WS-HIST-VALOR          PIC S9(9)V99.
           03 WS-HIST-DATA           PIC 9(8).
           03 WS-HIST-CLIENTE        PIC X(30).
           03 WS-HIST-SITUACAO       PIC X.
           03 WS-HIST-COD-CLIENTE    PIC 9(6).
       FD  WS-DEC-FILE.
       01 WS-DEC-REGISTRO.
           03 WS-DEC-TIPO            PIC X.
           03 WS-DEC-ID              PIC 9(9).
           03 WS-DEC-VALOR           PIC S9(9)V99.
           03 WS-DEC-COD-SITUACAO    PIC X.
           03 WS-DEC-MOTIVO          PIC 99.
           03 WS-DEC-CLIENTE         PIC X(30).
           03 WS-DEC-DATA-PEND       PIC X(8).
           03 WS-DEC-FILIAL          PIC X(3).
           03 WS-DEC-COD-CLIENTE     PIC 9(6).

       WORKING-STORAGE SECTION.
       01 WS-DSP-PATH             PIC X(40) VALUE 'DISPUTAS.IDX'.
          88 WS-OP-AGING                    VALUE 'G'.
          88 WS-OP-SAIR                     VALUE 'X'.

       01 WS-ID-INFORMADO         PIC 9(9)  VALUE 0.
       01 WS-ACHOU-SW             PIC X     VALUE 'N'.
          88 WS-ACHOU                       VALUE 'Y'.
       01 WS-HIST-ACHOU-SW        PIC X     VALUE 'N'.
       01 WS-PRAZO-DIAS           PIC 99    VALUE 10.
       01 WS-TOT-ABERTAS          PIC 9(4)  VALUE 0.
       01 WS-TOT-VENCIDAS         PIC 9(4)  VALUE 0.
       01 WS-VALOR-ED             PIC ZZZ,ZZZ,ZZ9.99-.

       01 WS-PARMLE-PARM.
           03 WS-PL-PROGRAMA       PIC X(12) VALUE 'PAGTODISPUTA'.
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
            CALL 'CADAMBIENTE' USING WS-AMBIENTE-PARM WS-DSP-PATH
            CALL 'CADAMBIENTE' USING WS-AMBIENTE-PARM WS-HIST-PATH
            CALL 'CADAMBIENTE' USING WS-AMBIENTE-PARM WS-DEC-PATH
            DISPLAY 'PAGTODISPUTA - DISPUTAS DE PAGAMENTO'

      * Vindo do menu principal, o operador e o da sessao.
            CALL 'OPERSESSAO' USING WS-SESSAO-PARM

            IF WS-SS-ATIVA
                MOVE WS-SS-OPERADOR TO WS-AU-OPERADOR
            END-IF

            MOVE FUNCTION CURRENT-DATE TO WS-DATA-HORA-ATUAL
            MOVE WS-DATA-HORA-ATUAL(1:8) TO WS-HOJE
            COMPUTE WS-HOJE-INTEGER =
                    DISPLAY 'DISPUTA JA ABERTA EM '
                            WS-DSP-DATA-ABERTURA
                ELSE
                    IF WS-SS-ATIVA
                        MOVE WS-SS-OPERADOR TO WS-ENT-OPERADOR
                    ELSE
                        DISPLAY 'OPERADOR: '
                        ACCEPT WS-ENT-OPERADOR
                    END-IF
                    DISPLAY 'MOTIVO DA DISPUTA: '
                    ACCEPT WS-ENT-MOTIVO
                    MOVE WS-ID-INFORMADO TO WS-DSP-ID
                            WS-DSP-ID
                    MOVE 'DISPUTA'       TO WS-AU-EVENTO
                    MOVE SPACES          TO WS-AU-CHAVE
                    MOVE WS-DSP-ID       TO WS-AU-CHAVE(1:9)
                    MOVE WS-ENT-OPERADOR TO WS-AU-CHAVE(11:8)
                    MOVE 0               TO WS-AU-CONTADOR
                    CALL 'AUDITLOG' USING WS-AUDIT-PARM
                END-IF
                MOVE WS-HIST-CLIENTE TO WS-DEC-CLIENTE
                MOVE SPACES          TO WS-DEC-DATA-PEND
                MOVE SPACES          TO WS-DEC-FILIAL
                MOVE WS-HIST-COD-CLIENTE TO WS-DEC-COD-CLIENTE
                WRITE WS-DEC-REGISTRO
                CLOSE WS-DEC-FILE

                        'PAGTOCONFIRM.'
                MOVE 'ESTORNO-DSP' TO WS-AU-EVENTO
                MOVE SPACES        TO WS-AU-CHAVE
                MOVE WS-DSP-ID     TO WS-AU-CHAVE(1:9)
                MOVE 0             TO WS-AU-CONTADOR
                CALL 'AUDITLOG' USING WS-AUDIT-PARM
            END-IF
